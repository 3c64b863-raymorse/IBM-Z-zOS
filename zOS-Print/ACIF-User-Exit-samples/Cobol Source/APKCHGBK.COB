000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:50:00 BY DELGADO  VERSION 03   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKCHGBK.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Monthly print-production chargeback.  The print
000170               shop's cost has been carried centrally; this
000180               program charges each month's production back to
000190               the business units whose jobs ran it.  Every run
000200               of the month is priced from the volumes the ACIF
000210               exits already record, each run's jobname names
000220               the cost center it is charged to, and the month
000230               closes with a chargeback statement per cost
000240               center and general-ledger interface records in
000250               the style of APKPSTAC's GLFEED, so the journal
000260               posts without rekeying.
000270
000280               STATSHIST is the run statistics history read as
000290               APKSTRPT reads it: STATSOUT generations
000300               concatenated, each a *RUNHDR, the STATS-REC image
000310               (jobname, pages, lines, run date) and the
000320               *STATEXT extension.  A run belongs to the month
000330               its run date falls in.  The pages charged are the
000340               pages printed: the STATS-REC page count less the
000350               suppressed and the restart- or reprint-skipped
000360               pages *STATEXT reports, as APKBALCK balances
000370               them (duplex filler pages are printed and stay
000380               in).  A generation with no *STATEXT is charged
000390               its full page count.  A generation with no
000400               *RUNHDR is a run from before run headers, keyed
000410               on its jobname and run date alone.  A run met a
000420               second time (a generation concatenated twice) is
000430               charged once.
000440
000450               INSHIST is the run's INSCTL generations, as
000460               APKRTML reads them, each opening with its
000470               *RUNHDR, which pairs it with its STATSHIST run.
000480               Each piece adds its duplex sheets (two pages to
000490               a sheet, as APKPSTAC counts them), one piece, and
000500               its inserts: one per statement in the envelope
000510               (the household count when APKINLLE combined
000520               several) plus any fixed inserts CHGRATE gives its
000530               bin code.  A piece under the diversion bin '99'
000540               is hand-metered: its sheets are charged, but no
000550               piece and no inserts.  A run with no INSCTL is
000560               charged duplex sheets from its page count and no
000570               pieces.
000580
000590               A run split by APKSPLIT reaches STATSHIST as one
000600               run per split, but its pieces reach INSHIST as the
000610               one INSCTL APKMERGE wrote, under the merge step's
000620               own *RUNHDR.  The *SPLITRN records behind that
000630               header name each split's run and the merged pages
000640               it occupies; each piece is charged to the split
000650               whose pages hold its first page, and every split
000660               run so named counts as having its INSCTL.
000670
000680               CCTABLE names each jobname's cost center: the
000690               jobname in columns 1-8, the cost center in
000700               columns 10-19, and the cost center's description
000710               in columns 21-50 (the first description given
000720               for a cost center is the one used).  A record
000730               with '*' in column 1 is a comment.  A jobname
000740               listed twice refuses the run.  A run whose
000750               jobname is not listed is charged to the suspense
000760               cost center, listed, and fed to the ledger on a
000770               record of its own so the journal still balances.
000780
000790               CHGRATE, one entry per record, '*' in column 1
000800               a comment:
000810
000820                 P  rate per page,   columns 2-8,  9(2)V9(5).
000830                 S  rate per sheet,  columns 2-8,  9(2)V9(5).
000840                 C  rate per piece,  columns 2-8,  9(2)V9(5).
000850                 I  rate per insert, columns 2-8,  9(2)V9(5).
000860                 M  minimum charge per run, columns 2-10,
000870                    9(7)V99.
000880                 B  bin code in columns 2-3 and the fixed
000890                    inserts its pieces carry in columns 4-5.
000900
000910               P, S, C, I and M are each required exactly once.
000920               Each element of a run's charge is rounded to the
000930               cent; a run whose elements come to less than the
000940               minimum is charged the minimum, and the
000950               difference is shown as a minimum uplift.
000960
000970               CHGPARM control cards ('*' in column 1 is a
000980               comment; keyword in columns 1-8, operands from
000990               column 10):
001000
001010                 MONTH    yyyymm  the month to charge; the month
001020                          before the run date when omitted.
001030                 SUSPENSE cccccccccc  the cost center unlisted
001040                          jobnames are charged to; UNASSIGNED
001050                          when omitted.
001060
001070               CHGRPT holds a statement per cost center (each on
001080               a new page: run-level detail, the volumes, and
001090               the charge by element), one for the suspense
001100               cost center when any run fell there, and a
001110               summary of all cost centers with the month's
001120               total.  GLFEED carries one 'C' record per cost
001130               center charged, one 'U' record for the suspense
001140               cost center when it was charged, and one 'T'
001150               total, each with the cost center, the runs, the
001160               pages, the amount, the month charged and the
001170               date of this run.
001180
001190               Return codes: 0 the chargeback was produced, 4 a
001200               jobname is not in CCTABLE (its runs went to the
001210               suspense cost center), 12 a dataset could not be
001220               opened, a control card, CCTABLE or CHGRATE is in
001230               error, or a table overflowed.
001240
001250               Datasets allocated in the job step: STATSHIST,
001260               INSHIST, CCTABLE, CHGRATE and CHGPARM (input),
001270               CHGRPT (the printed statements) and GLFEED (the
001280               interface records).
001290
001300 DATE-WRITTEN. 15 Oct 2026.
001310 DATE-COMPILED.
001320 SECURITY. IBM SAMPLE CODE ONLY.
001330*/**************************************************************/
001340*/* Licensed under the Apache License, Version 2.0 (the        */
001350*/* "License"); you may not use this file except in compliance */
001360*/* with the License. You may obtain a copy of the License at  */
001370*/*                                                            */
001380*/* http://www.apache.org/licenses/LICENSE-2.0                 */
001390*/*                                                            */
001400*/* Unless required by applicable law or agreed to in writing, */
001410*/* software distributed under the License is distributed on an*/
001420*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
001430*/* KIND, either express or implied.  See the License for the  */
001440*/* specific language governing permissions and limitations    */
001450*/* under the License.                                         */
001460*/*------------------------------------------------------------*/
001470*/*                                                            */
001480*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
001490*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
001500*/*                                                            */
001510*/*   Permission to use, copy, modify, and distribute          */
001520*/*   this software for any purpose with or without fee        */
001530*/*   is hereby granted, provided that the above               */
001540*/*   copyright notices appear in all copies.                  */
001550*/*                                                            */
001560*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001570*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001580*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001590*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001600*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001610*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001620*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001630*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001640*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001650*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001660*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001670*/**************************************************************/
001680 TITLE 'MONTHLY PRINT-PRODUCTION CHARGEBACK'.
001690 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001710 SOURCE-COMPUTER. IBM-370.
001720 OBJECT-COMPUTER. IBM-370.
001730     EJECT
001740 INPUT-OUTPUT SECTION.
001750 FILE-CONTROL.
001760     SELECT HIST-FILE ASSIGN TO STATSHIST
001770         FILE STATUS IS HIST-FILE-STATUS.
001780     SELECT INS-FILE ASSIGN TO INSHIST
001790         FILE STATUS IS INS-FILE-STATUS.
001800     SELECT CC-FILE ASSIGN TO CCTABLE
001810         FILE STATUS IS CC-FILE-STATUS.
001820     SELECT RATE-FILE ASSIGN TO CHGRATE
001830         FILE STATUS IS RATE-FILE-STATUS.
001840     SELECT PARM-FILE ASSIGN TO CHGPARM
001850         FILE STATUS IS PARM-FILE-STATUS.
001860     SELECT RPT-FILE ASSIGN TO CHGRPT
001870         FILE STATUS IS RPT-FILE-STATUS.
001880     SELECT GL-FILE ASSIGN TO GLFEED
001890         FILE STATUS IS GL-FILE-STATUS.
001900     EJECT
001910 DATA DIVISION.
001920 FILE SECTION.
001930 FD  HIST-FILE
001940     RECORDING MODE F
001950     LABEL RECORDS STANDARD
001960     BLOCK CONTAINS 0 RECORDS
001970     RECORD CONTAINS 80 CHARACTERS.
001980 01  HIST-REC.
001990*    the STATS-REC image written by APKINLLE, one per run.
002000     05  HIST-PGM            PIC X(8).
002010     05  HIST-JOBNAME        PIC X(8).
002020     05  HIST-STEPNAME       PIC X(8).
002030     05  HIST-PAGE-COUNT     PIC 9(8).
002040     05  HIST-LINE-COUNT     PIC 9(8).
002050     05  HIST-LLE-SEEN       PIC 9(8).
002060     05  HIST-OTHER-COUNT    PIC 9(8).
002070     05  HIST-LLE-COUNT      PIC 9(8).
002080     05  HIST-OVERLAY-COUNT  PIC 9(8).
002090     05  HIST-RUN-DATE       PIC 9(8).
002100 01  HIST-RUNHDR.
002110*    the run identity ahead of it.
002120     05  HRH-TAG             PIC X(8).
002130     05  HRH-JOBNAME         PIC X(8).
002140     05  HRH-DATE            PIC 9(8).
002150     05  HRH-TOKEN           PIC X(8).
002160     05  HRH-MODE            PIC X(1).
002170     05  FILLER              PIC X(47).
002180 01  HIST-STATEXT.
002190*    the statistics extension behind it.
002200     05  HSX-TAG             PIC X(8).
002210     05  HSX-METHOD          PIC X(1).
002220     05  HSX-SUP-DOCS        PIC 9(8).
002230     05  HSX-SUP-PAGES       PIC 9(8).
002240     05  HSX-FILLER-PAGES    PIC 9(8).
002250     05  HSX-SKIP-PAGES      PIC 9(8).
002260     05  FILLER              PIC X(39).
002270     EJECT
002280 FD  INS-FILE
002290     RECORDING MODE F
002300     LABEL RECORDS STANDARD
002310     BLOCK CONTAINS 0 RECORDS
002320     RECORD CONTAINS 80 CHARACTERS.
002330 01  INS-REC.
002340*    one mail piece, written by APKINLLE.
002350     05  INS-START-PAGE      PIC 9(8).
002360     05  INS-END-PAGE        PIC 9(8).
002370     05  INS-PAGE-COUNT      PIC 9(8).
002380     05  INS-BIN-CODE        PIC X(2).
002390     05  INS-HH-DOCS         PIC 9(2).
002400     05  FILLER              PIC X(52).
002410 01  INS-SPLIT-REC.
002420*    behind a merged INSCTL's header, one per split (APKMERGE).
002430     05  ISR-TAG             PIC X(8).
002440     05  ISR-RUN             PIC X(24).
002450     05  ISR-SPLIT-NO        PIC 9(2).
002460     05  ISR-FIRST-PAGE      PIC 9(8).
002470     05  ISR-LAST-PAGE       PIC 9(8).
002480     05  FILLER              PIC X(30).
002490     EJECT
002500 FD  CC-FILE
002510     RECORDING MODE F
002520     LABEL RECORDS STANDARD
002530     BLOCK CONTAINS 0 RECORDS
002540     RECORD CONTAINS 80 CHARACTERS.
002550 01  CC-REC.
002560     05  CC-JOBNAME          PIC X(8).
002570     05  FILLER              PIC X(1).
002580     05  CC-COST-CENTER      PIC X(10).
002590     05  FILLER              PIC X(1).
002600     05  CC-DESCRIPTION      PIC X(30).
002610     05  FILLER              PIC X(30).
002620     EJECT
002630 FD  RATE-FILE
002640     RECORDING MODE F
002650     LABEL RECORDS STANDARD
002660     BLOCK CONTAINS 0 RECORDS
002670     RECORD CONTAINS 80 CHARACTERS.
002680 01  RATE-REC.
002690*    one rate-table entry; see the prologue for the layout.
002700     05  RATE-TYPE           PIC X(1).
002710     05  RATE-UNIT           PIC 9(2)V9(5).
002720     05  FILLER              PIC X(72).
002730 01  RATE-MIN-REC.
002740     05  FILLER              PIC X(1).
002750     05  RATE-MINIMUM        PIC 9(7)V99.
002760     05  FILLER              PIC X(70).
002770 01  RATE-BIN-REC.
002780     05  FILLER              PIC X(1).
002790     05  RATE-BIN-CODE       PIC X(2).
002800     05  RATE-BIN-INSERTS    PIC 9(2).
002810     05  FILLER              PIC X(75).
002820     EJECT
002830 FD  PARM-FILE
002840     RECORDING MODE F
002850     LABEL RECORDS STANDARD
002860     BLOCK CONTAINS 0 RECORDS
002870     RECORD CONTAINS 80 CHARACTERS.
002880 01  PARM-REC.
002890     05  PARM-KEYWORD        PIC X(8).
002900     05  FILLER              PIC X(1).
002910     05  PARM-MONTH          PIC 9(6).
002920     05  PARM-MONTH-X REDEFINES PARM-MONTH.
002930         10  PARM-YEAR       PIC 9(4).
002940         10  PARM-MM         PIC 9(2).
002950     05  FILLER              PIC X(65).
002960 01  PARM-SUSPENSE-REC.
002970     05  FILLER              PIC X(9).
002980     05  PARM-SUSPENSE       PIC X(10).
002990     05  FILLER              PIC X(61).
003000     EJECT
003010 FD  RPT-FILE
003020     RECORDING MODE F
003030     LABEL RECORDS STANDARD
003040     BLOCK CONTAINS 0 RECORDS
003050     RECORD CONTAINS 132 CHARACTERS.
003060 01  RPT-REC                 PIC X(132).
003070     EJECT
003080 FD  GL-FILE
003090     RECORDING MODE F
003100     LABEL RECORDS STANDARD
003110     BLOCK CONTAINS 0 RECORDS
003120     RECORD CONTAINS 80 CHARACTERS.
003130 01  GL-REC.
003140*    the general-ledger interface: one 'C' record per cost
003150*    center charged, one 'U' record for the suspense cost
003160*    center, one 'T' grand total.
003170     05  GL-TYPE             PIC X(1).
003180     05  GL-COST-CENTER      PIC X(10).
003190     05  GL-RUNS             PIC 9(5).
003200     05  GL-PAGES            PIC 9(9).
003210     05  GL-AMOUNT           PIC 9(11)V99.
003220     05  GL-PERIOD           PIC 9(6).
003230     05  GL-RUN-DATE         PIC 9(8).
003240     05  FILLER              PIC X(28).
003250     EJECT
003260 WORKING-STORAGE SECTION.
003270 77  PGMNAME                 PIC X(8) VALUE 'APKCHGBK'.
003280 77  HIST-FILE-STATUS        PIC XX VALUE ZERO.
003290     88  HIST-FILE-OK        VALUE '00'.
003300     88  HIST-FILE-EOF       VALUE '10'.
003310 77  INS-FILE-STATUS         PIC XX VALUE ZERO.
003320     88  INS-FILE-OK         VALUE '00'.
003330     88  INS-FILE-EOF        VALUE '10'.
003340 77  CC-FILE-STATUS          PIC XX VALUE ZERO.
003350     88  CC-FILE-OK          VALUE '00'.
003360     88  CC-FILE-EOF         VALUE '10'.
003370 77  RATE-FILE-STATUS        PIC XX VALUE ZERO.
003380     88  RATE-FILE-OK        VALUE '00'.
003390     88  RATE-FILE-EOF       VALUE '10'.
003400 77  PARM-FILE-STATUS        PIC XX VALUE ZERO.
003410     88  PARM-FILE-OK        VALUE '00'.
003420     88  PARM-FILE-EOF       VALUE '10'.
003430 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
003440     88  RPT-FILE-OK         VALUE '00'.
003450 77  GL-FILE-STATUS          PIC XX VALUE ZERO.
003460     88  GL-FILE-OK          VALUE '00'.
003470 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
003480     88  RUN-ABORTED         VALUE HIGH-VALUE.
003490 77  HIST-OPEN-FLAG          PIC X VALUE LOW-VALUE.
003500     88  HIST-OPEN           VALUE HIGH-VALUE.
003510 77  INS-OPEN-FLAG           PIC X VALUE LOW-VALUE.
003520     88  INS-OPEN            VALUE HIGH-VALUE.
003530 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.
003540     88  PARM-OPEN           VALUE HIGH-VALUE.
003550 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
003560     88  RPT-OPEN            VALUE HIGH-VALUE.
003570 77  GL-OPEN-FLAG            PIC X VALUE LOW-VALUE.
003580     88  GL-OPEN             VALUE HIGH-VALUE.
003590 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
003600     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
003610*    control card values: the month charged, and the cost
003620*    center unlisted jobnames are charged to.
003630 01  CHG-PERIOD.
003640     05  CHG-YEAR            PIC 9(4) VALUE ZERO.
003650     05  CHG-MM              PIC 9(2) VALUE ZERO.
003660 01  CHG-PERIOD-N REDEFINES CHG-PERIOD
003670                             PIC 9(6).
003680 77  SUSPENSE-CC             PIC X(10) VALUE 'UNASSIGNED'.
003690*    the rates, each marked when CHGRATE has given it.
003700 77  PAGE-RATE               PIC S9(2)V9(5) COMP-3 VALUE ZERO.
003710 77  SHEET-RATE              PIC S9(2)V9(5) COMP-3 VALUE ZERO.
003720 77  PIECE-RATE              PIC S9(2)V9(5) COMP-3 VALUE ZERO.
003730 77  INSERT-RATE             PIC S9(2)V9(5) COMP-3 VALUE ZERO.
003740 77  MIN-CHARGE              PIC S9(7)V99 COMP-3 VALUE ZERO.
003750 01  RATE-SEEN.
003760     05  RATE-SEEN-P         PIC X(1) VALUE SPACE.
003770     05  RATE-SEEN-S         PIC X(1) VALUE SPACE.
003780     05  RATE-SEEN-C         PIC X(1) VALUE SPACE.
003790     05  RATE-SEEN-I         PIC X(1) VALUE SPACE.
003800     05  RATE-SEEN-M         PIC X(1) VALUE SPACE.
003810*    the bin codes whose pieces carry fixed inserts.
003820 77  BIN-MAX                 PIC S9(4) BINARY VALUE 100.
003830 77  BIN-COUNT               PIC S9(4) BINARY VALUE ZERO.
003840 01  BIN-TABLE.
003850     05  BIN-ENTRY OCCURS 100 TIMES.
003860         10  BT-CODE         PIC X(2).
003870         10  BT-INSERTS      PIC S9(4) BINARY.
003880*    the cost centers, sorted on code for the lookup, each
003890*    with the month's totals.  The entry past the last one
003900*    CCTABLE may fill is the suspense cost center's.
003910 77  CC-MAX                  PIC S9(4) BINARY VALUE 200.
003920 77  CC-COUNT                PIC S9(4) BINARY VALUE ZERO.
003930 77  SUSPENSE-X              PIC S9(4) BINARY VALUE 201.
003940 01  CC-TABLE.
003950     05  CC-ENTRY OCCURS 201 TIMES.
003960         10  CT-CODE         PIC X(10).
003970         10  CT-DESC         PIC X(30).
003980         10  CT-RUNS         PIC S9(8) BINARY.
003990         10  CT-MIN-RUNS     PIC S9(8) BINARY.
004000         10  CT-PAGES        PIC S9(15) BINARY.
004010         10  CT-LINES        PIC S9(15) BINARY.
004020         10  CT-SHEETS       PIC S9(15) BINARY.
004030         10  CT-PIECES       PIC S9(15) BINARY.
004040         10  CT-INSERTS      PIC S9(15) BINARY.
004050         10  CT-PAGE-AMT     PIC S9(11)V99 COMP-3.
004060         10  CT-SHEET-AMT    PIC S9(11)V99 COMP-3.
004070         10  CT-PIECE-AMT    PIC S9(11)V99 COMP-3.
004080         10  CT-INSERT-AMT   PIC S9(11)V99 COMP-3.
004090         10  CT-MIN-AMT      PIC S9(11)V99 COMP-3.
004100         10  CT-CHARGE       PIC S9(11)V99 COMP-3.
004110 01  CC-HOLD                 PIC X(40).
004120*    the jobnames, sorted for the lookup, each with its cost
004130*    center.
004140 77  JOB-MAX                 PIC S9(4) BINARY VALUE 1000.
004150 77  JOB-COUNT               PIC S9(4) BINARY VALUE ZERO.
004160 01  JOB-TABLE.
004170     05  JOB-ENTRY OCCURS 1000 TIMES.
004180         10  JT-NAME         PIC X(8).
004190         10  JT-CC           PIC X(10).
004200 01  JOB-HOLD                PIC X(18).
004210*    the month's runs, in history order: the identity from the
004220*    *RUNHDR, the volumes, the cost center, and the charge by
004230*    element.
004240 77  RUN-MAX                 PIC S9(4) BINARY VALUE 3000.
004250 77  RUN-COUNT               PIC S9(4) BINARY VALUE ZERO.
004260 01  RUN-TABLE.
004270     05  RUN-ENTRY OCCURS 3000 TIMES.
004280         10  RT-IDENT        PIC X(32).
004290         10  RT-IDENT-X REDEFINES RT-IDENT.
004300             15  FILLER      PIC X(8).
004310             15  RT-JOBNAME  PIC X(8).
004320             15  RT-DATE     PIC 9(8).
004330             15  RT-TOKEN    PIC X(8).
004340         10  RT-MODE         PIC X(1).
004350         10  RT-INS-FLAG     PIC X(1).
004360         10  RT-MIN-FLAG     PIC X(1).
004370         10  RT-CC-X         PIC S9(4) BINARY.
004380         10  RT-PAGES        PIC S9(9) BINARY.
004390         10  RT-LINES        PIC S9(9) BINARY.
004400         10  RT-SHEETS       PIC S9(9) BINARY.
004410         10  RT-PIECES       PIC S9(9) BINARY.
004420         10  RT-INSERTS      PIC S9(9) BINARY.
004430         10  RT-PAGE-AMT     PIC S9(9)V99 COMP-3.
004440         10  RT-SHEET-AMT    PIC S9(9)V99 COMP-3.
004450         10  RT-PIECE-AMT    PIC S9(9)V99 COMP-3.
004460         10  RT-INSERT-AMT   PIC S9(9)V99 COMP-3.
004470         10  RT-MIN-AMT      PIC S9(9)V99 COMP-3.
004480         10  RT-CHARGE       PIC S9(9)V99 COMP-3.
004490*    the jobnames not in CCTABLE, with their runs.
004500 77  UNMAP-MAX               PIC S9(4) BINARY VALUE 100.
004510 77  UNMAP-COUNT             PIC S9(4) BINARY VALUE ZERO.
004520 01  UNMAP-TABLE.
004530     05  UNMAP-ENTRY OCCURS 100 TIMES.
004540         10  UM-NAME         PIC X(8).
004550         10  UM-RUNS         PIC S9(8) BINARY.
004560*    STATSHIST and INSHIST reading: the run header waiting for
004570*    its STATS-REC image, and the run the records in hand
004580*    belong to (zero when it is outside the month).
004590 77  HDR-PEND-FLAG           PIC X VALUE LOW-VALUE.
004600     88  HDR-PENDING         VALUE HIGH-VALUE.
004610     88  HDR-NONE            VALUE LOW-VALUE.
004620 01  HDR-PEND                PIC X(80) VALUE SPACE.
004630 01  NEW-IDENT               PIC X(32) VALUE SPACE.
004640 01  NEW-IDENT-X REDEFINES NEW-IDENT.
004650     05  NI-TAG              PIC X(8).
004660     05  NI-JOBNAME          PIC X(8).
004670     05  NI-DATE             PIC 9(8).
004680     05  NI-DATE-X REDEFINES NI-DATE.
004690         10  NI-MONTH        PIC 9(6).
004700         10  FILLER          PIC 9(2).
004710     05  NI-TOKEN            PIC X(8).
004720 77  NEW-MODE                PIC X(1) VALUE SPACE.
004730 77  CUR-RUN-X               PIC S9(4) BINARY VALUE ZERO.
004740*    a merged INSCTL's splits: each split's run (zero when it
004750*    is not charged here) and the merged pages it occupies.  A
004760*    generation whose header names no run is listed as such
004770*    unless *SPLITRN records follow it.
004780 77  SPL-MAX                 PIC S9(4) BINARY VALUE 8.
004790 77  SPL-COUNT               PIC S9(4) BINARY VALUE ZERO.
004800 01  SPL-TABLE.
004810     05  SPL-ENTRY OCCURS 8 TIMES.
004820         10  SPL-RUN-X       PIC S9(4) BINARY.
004830         10  SPL-FIRST-PAGE  PIC S9(8) BINARY.
004840         10  SPL-LAST-PAGE   PIC S9(8) BINARY.
004850 77  GEN-FLAG                PIC X VALUE LOW-VALUE.
004860     88  GEN-UNMATCHED       VALUE HIGH-VALUE.
004870     88  GEN-MATCHED         VALUE LOW-VALUE.
004880 77  SX                      PIC S9(4) BINARY VALUE ZERO.
004890*    counts.
004900 77  HIST-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
004910 77  INS-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
004920 77  CTL-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
004930 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
004940 77  OTHER-MONTH-COUNT       PIC S9(8) BINARY VALUE ZERO.
004950 77  DUP-RUN-COUNT           PIC S9(8) BINARY VALUE ZERO.
004960 77  NOHDR-RUN-COUNT         PIC S9(8) BINARY VALUE ZERO.
004970 77  INS-NORUN-COUNT         PIC S9(8) BINARY VALUE ZERO.
004980 77  INS-DUP-COUNT           PIC S9(8) BINARY VALUE ZERO.
004990 77  INS-NOHDR-COUNT         PIC S9(8) BINARY VALUE ZERO.
005000 77  INS-NOSPLIT-COUNT       PIC S9(8) BINARY VALUE ZERO.
005010 77  UNMAP-RUN-COUNT         PIC S9(8) BINARY VALUE ZERO.
005020 77  CC-READ-COUNT           PIC S9(8) BINARY VALUE ZERO.
005030 77  RATE-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
005040 77  PARM-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
005050 77  GL-WRITE-COUNT          PIC S9(8) BINARY VALUE ZERO.
005060 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
005070 01  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
005080 01  RUN-DATE-X REDEFINES RUN-DATE-TODAY.
005090     05  TODAY-YEAR          PIC 9(4).
005100     05  TODAY-MM            PIC 9(2).
005110     05  TODAY-DD            PIC 9(2).
005120 77  RX                      PIC S9(4) BINARY VALUE ZERO.
005130 77  CX                      PIC S9(4) BINARY VALUE ZERO.
005140 77  TX                      PIC S9(4) BINARY VALUE ZERO.
005150 77  BX                      PIC S9(4) BINARY VALUE ZERO.
005160 77  UX                      PIC S9(4) BINARY VALUE ZERO.
005170 77  LO-X                    PIC S9(4) BINARY VALUE ZERO.
005180 77  HI-X                    PIC S9(4) BINARY VALUE ZERO.
005190 77  MID-X                   PIC S9(4) BINARY VALUE ZERO.
005200 77  FOUND-X                 PIC S9(4) BINARY VALUE ZERO.
005210 77  PAGES-W                 PIC S9(9) BINARY VALUE ZERO.
005220 77  DOCS-W                  PIC S9(4) BINARY VALUE ZERO.
005230 77  ELEM-SUM                PIC S9(9)V99 COMP-3 VALUE ZERO.
005240 77  FIND-CC                 PIC X(10) VALUE SPACE.
005250 77  FIND-JOB                PIC X(8) VALUE SPACE.
005260 77  FIND-BIN                PIC X(2) VALUE SPACE.
005270 77  GRAND-RUNS              PIC S9(8) BINARY VALUE ZERO.
005280 77  GRAND-PAGES             PIC S9(15) BINARY VALUE ZERO.
005290 77  GRAND-SHEETS            PIC S9(15) BINARY VALUE ZERO.
005300 77  GRAND-PIECES            PIC S9(15) BINARY VALUE ZERO.
005310 77  GRAND-INSERTS           PIC S9(15) BINARY VALUE ZERO.
005320 77  GRAND-CHARGE            PIC S9(11)V99 COMP-3 VALUE ZERO.
005330     SKIP1
005340 01  PAGE-HDR.
005350     05  FILLER              PIC X(8) VALUE 'APKCHGBK'.
005360     05  FILLER              PIC X(4) VALUE SPACE.
005370     05  FILLER              PIC X(42) VALUE
005380         'PRINT-PRODUCTION CHARGEBACK'.
005390     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
005400     05  HDR-DATE            PIC 9999/99/99.
005410     05  FILLER              PIC X(9) VALUE '  PERIOD '.
005420     05  HDR-PERIOD          PIC 9999/99.
005430     05  FILLER              PIC X(43) VALUE SPACE.
005440 01  CC-LINE.
005450     05  FILLER              PIC X(2) VALUE SPACE.
005460     05  FILLER              PIC X(12) VALUE 'COST CENTER '.
005470     05  CL-CODE             PIC X(10).
005480     05  FILLER              PIC X(2) VALUE SPACE.
005490     05  CL-DESC             PIC X(30).
005500     05  FILLER              PIC X(76) VALUE SPACE.
005510 01  RATE-LINE.
005520     05  FILLER              PIC X(2) VALUE SPACE.
005530     05  FILLER              PIC X(11) VALUE 'RATES: PAGE'.
005540     05  RL-PAGE             PIC Z9.99999.
005550     05  FILLER              PIC X(7) VALUE '  SHEET'.
005560     05  RL-SHEET            PIC Z9.99999.
005570     05  FILLER              PIC X(7) VALUE '  PIECE'.
005580     05  RL-PIECE            PIC Z9.99999.
005590     05  FILLER              PIC X(8) VALUE '  INSERT'.
005600     05  RL-INSERT           PIC Z9.99999.
005610     05  FILLER              PIC X(22) VALUE
005620         '  MINIMUM PER RUN     '.
005630     05  RL-MINIMUM          PIC Z,ZZZ,ZZ9.99.
005640     05  FILLER              PIC X(31) VALUE SPACE.
005650 01  SECTION-LINE.
005660     05  FILLER              PIC X(2) VALUE SPACE.
005670     05  SL-TITLE            PIC X(60).
005680     05  FILLER              PIC X(70) VALUE SPACE.
005690 01  RUN-HDR-LINE.
005700     05  FILLER              PIC X(2) VALUE SPACE.
005710     05  FILLER              PIC X(40) VALUE
005720         'JOBNAME   RUN DATE    TOKEN     MODE    '.
005730     05  FILLER              PIC X(40) VALUE
005740         '      PAGES       LINES      SHEETS     '.
005750     05  FILLER              PIC X(40) VALUE
005760         ' PIECES     INSERTS             CHARGE  '.
005770     05  FILLER              PIC X(10) VALUE SPACE.
005780 01  RUN-LINE.
005790     05  FILLER              PIC X(2) VALUE SPACE.
005800     05  RL-JOBNAME          PIC X(8).
005810     05  FILLER              PIC X(2) VALUE SPACE.
005820     05  RL-DATE             PIC 9999/99/99.
005830     05  FILLER              PIC X(2) VALUE SPACE.
005840     05  RL-TOKEN            PIC X(8).
005850     05  FILLER              PIC X(2) VALUE SPACE.
005860     05  RL-MODE             PIC X(7).
005870     05  FILLER              PIC X(1) VALUE SPACE.
005880     05  RL-PAGES            PIC ZZZ,ZZZ,ZZ9.
005890     05  FILLER              PIC X(1) VALUE SPACE.
005900     05  RL-LINES            PIC ZZZ,ZZZ,ZZ9.
005910     05  FILLER              PIC X(1) VALUE SPACE.
005920     05  RL-SHEETS           PIC ZZZ,ZZZ,ZZ9.
005930     05  FILLER              PIC X(1) VALUE SPACE.
005940     05  RL-PIECES           PIC ZZZ,ZZZ,ZZ9.
005950     05  FILLER              PIC X(1) VALUE SPACE.
005960     05  RL-INSERTS          PIC ZZZ,ZZZ,ZZ9.
005970     05  FILLER              PIC X(2) VALUE SPACE.
005980     05  RL-CHARGE           PIC Z,ZZZ,ZZZ,ZZ9.99.
005990     05  FILLER              PIC X(2) VALUE SPACE.
006000     05  RL-NOTE             PIC X(9).
006010     05  FILLER              PIC X(2) VALUE SPACE.
006020 01  VOLUME-LINE.
006030     05  FILLER              PIC X(2) VALUE SPACE.
006040     05  VL-LABEL            PIC X(30).
006050     05  FILLER              PIC X(10) VALUE SPACE.
006060     05  VL-PAGES            PIC ZZZ,ZZZ,ZZ9.
006070     05  FILLER              PIC X(1) VALUE SPACE.
006080     05  VL-LINES            PIC ZZZ,ZZZ,ZZ9.
006090     05  FILLER              PIC X(1) VALUE SPACE.
006100     05  VL-SHEETS           PIC ZZZ,ZZZ,ZZ9.
006110     05  FILLER              PIC X(1) VALUE SPACE.
006120     05  VL-PIECES           PIC ZZZ,ZZZ,ZZ9.
006130     05  FILLER              PIC X(1) VALUE SPACE.
006140     05  VL-INSERTS          PIC ZZZ,ZZZ,ZZ9.
006150     05  FILLER              PIC X(2) VALUE SPACE.
006160     05  VL-CHARGE           PIC Z,ZZZ,ZZZ,ZZ9.99.
006170     05  FILLER              PIC X(13) VALUE SPACE.
006180 01  ELEM-LINE.
006190     05  FILLER              PIC X(4) VALUE SPACE.
006200     05  EL-NAME             PIC X(16).
006210     05  EL-COUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.
006220     05  EL-COUNT-X REDEFINES EL-COUNT
006230                             PIC X(15).
006240     05  EL-AT               PIC X(4) VALUE ' AT '.
006250     05  EL-RATE             PIC ZZZ,ZZ9.99999.
006260     05  EL-RATE-X REDEFINES EL-RATE
006270                             PIC X(13).
006280     05  FILLER              PIC X(4) VALUE SPACE.
006290     05  EL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006300     05  FILLER              PIC X(59) VALUE SPACE.
006310 01  SUM-HDR-LINE.
006320     05  FILLER              PIC X(2) VALUE SPACE.
006330     05  FILLER              PIC X(40) VALUE
006340         'COST CENTER  DESCRIPTION                '.
006350     05  FILLER              PIC X(40) VALUE
006360         '       RUNS       PAGES      SHEETS     '.
006370     05  FILLER              PIC X(40) VALUE
006380         ' PIECES     INSERTS             CHARGE  '.
006390     05  FILLER              PIC X(10) VALUE SPACE.
006400 01  SUM-LINE.
006410     05  FILLER              PIC X(2) VALUE SPACE.
006420     05  SM-CODE             PIC X(10).
006430     05  FILLER              PIC X(3) VALUE SPACE.
006440     05  SM-DESC             PIC X(30).
006450     05  FILLER              PIC X(2) VALUE SPACE.
006460     05  SM-RUNS             PIC ZZ,ZZ9.
006470     05  FILLER              PIC X(1) VALUE SPACE.
006480     05  SM-PAGES            PIC ZZZ,ZZZ,ZZ9.
006490     05  FILLER              PIC X(1) VALUE SPACE.
006500     05  SM-SHEETS           PIC ZZZ,ZZZ,ZZ9.
006510     05  FILLER              PIC X(1) VALUE SPACE.
006520     05  SM-PIECES           PIC ZZZ,ZZZ,ZZ9.
006530     05  FILLER              PIC X(1) VALUE SPACE.
006540     05  SM-INSERTS          PIC ZZZ,ZZZ,ZZ9.
006550     05  FILLER              PIC X(2) VALUE SPACE.
006560     05  SM-CHARGE           PIC Z,ZZZ,ZZZ,ZZ9.99.
006570     05  FILLER              PIC X(13) VALUE SPACE.
006580 01  UNMAP-LINE.
006590     05  FILLER              PIC X(4) VALUE SPACE.
006600     05  UL-NAME             PIC X(8).
006610     05  FILLER              PIC X(2) VALUE SPACE.
006620     05  UL-RUNS             PIC ZZ,ZZ9.
006630     05  FILLER              PIC X(6) VALUE ' RUNS '.
006640     05  FILLER              PIC X(106) VALUE SPACE.
006650 01  NONE-LINE               PIC X(132) VALUE
006660     '    NONE.'.
006670 01  TOTAL-LINE.
006680     05  FILLER              PIC X(4) VALUE SPACE.
006690     05  TL-LABEL            PIC X(40).
006700     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
006710     05  FILLER              PIC X(77) VALUE SPACE.
006720     EJECT
006730 PROCEDURE DIVISION.
006740 0000-MAINLINE.
006750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006760     IF NOT RUN-ABORTED
006770      THEN
006780       PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
006790     END-IF.
006800     IF NOT RUN-ABORTED
006810      THEN
006820       PERFORM 2500-LOAD-PIECES THRU 2500-EXIT
006830     END-IF.
006840     IF NOT RUN-ABORTED
006850      THEN
006860       PERFORM 3000-PRICE-RUN THRU 3000-EXIT
006870           VARYING RX FROM 1 BY 1 UNTIL RX > RUN-COUNT
006880       PERFORM 4000-STATEMENTS THRU 4000-EXIT
006890       PERFORM 5000-SUMMARY THRU 5000-EXIT
006900       PERFORM 6000-WRITE-GLFEED THRU 6000-EXIT
006910     END-IF.
006920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006930     GOBACK.
006940     EJECT
006950*****************************************************************
006960*    READ THE CONTROL CARDS, THE RATE TABLE AND THE COST-CENTER *
006970*    TABLE, AND OPEN THE OUTPUTS.  AN OPEN FAILING OR ANY OF    *
006980*    THE THREE IN ERROR ABANDONS THE RUN WITH RC 12.            *
006990*****************************************************************
007000 1000-INITIALIZE.
007010     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
007020     MOVE RUN-DATE-TODAY TO HDR-DATE.
007030     INITIALIZE CC-TABLE.
007040     IF TODAY-MM = 1
007050      THEN
007060       COMPUTE CHG-YEAR = TODAY-YEAR - 1;
007070       MOVE 12 TO CHG-MM
007080      ELSE
007090       MOVE TODAY-YEAR TO CHG-YEAR;
007100       COMPUTE CHG-MM = TODAY-MM - 1.
007110     OPEN INPUT PARM-FILE.
007120     IF PARM-FILE-OK
007130      THEN
007140       SET PARM-OPEN TO TRUE
007150      ELSE
007160       DISPLAY PGMNAME, ' CHGPARM OPEN FAILED, STATUS=',
007170               PARM-FILE-STATUS, ' -- RUN ABANDONED.';
007180       SET RUN-ABORTED TO TRUE;
007190       MOVE 12 TO RETURN-CODE;
007200       GO TO 1000-EXIT.
007210     PERFORM 1100-READ-PARM THRU 1100-EXIT
007220         UNTIL PARM-FILE-EOF OR RUN-ABORTED.
007230     IF RUN-ABORTED
007240      THEN
007250       GO TO 1000-EXIT.
007260     MOVE CHG-PERIOD-N TO HDR-PERIOD.
007270     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
007280     IF RUN-ABORTED
007290      THEN
007300       GO TO 1000-EXIT.
007310     PERFORM 1300-LOAD-CC THRU 1300-EXIT.
007320     IF RUN-ABORTED
007330      THEN
007340       GO TO 1000-EXIT.
007350     MOVE SUSPENSE-CC TO CT-CODE (SUSPENSE-X).
007360     MOVE 'JOBNAMES NOT IN CCTABLE' TO CT-DESC (SUSPENSE-X).
007370     OPEN OUTPUT RPT-FILE.
007380     IF RPT-FILE-OK
007390      THEN
007400       SET RPT-OPEN TO TRUE
007410      ELSE
007420       DISPLAY PGMNAME, ' CHGRPT OPEN FAILED, STATUS=',
007430               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
007440       SET RUN-ABORTED TO TRUE;
007450       MOVE 12 TO RETURN-CODE;
007460       GO TO 1000-EXIT.
007470     OPEN OUTPUT GL-FILE.
007480     IF GL-FILE-OK
007490      THEN
007500       SET GL-OPEN TO TRUE
007510      ELSE
007520       DISPLAY PGMNAME, ' GLFEED OPEN FAILED, STATUS=',
007530               GL-FILE-STATUS, ' -- RUN ABANDONED.';
007540       SET RUN-ABORTED TO TRUE;
007550       MOVE 12 TO RETURN-CODE;
007560       GO TO 1000-EXIT.
007570 1000-EXIT.
007580     EXIT.
007590     EJECT
007600*****************************************************************
007610*    ONE CHGPARM CARD.  COMMENTS AND BLANK CARDS ARE SKIPPED;   *
007620*    AN UNKNOWN KEYWORD OR A BAD OPERAND REFUSES THE RUN.       *
007630*****************************************************************
007640 1100-READ-PARM.
007650     READ PARM-FILE
007660      AT END
007670       GO TO 1100-EXIT
007680      NOT AT END
007690       ADD 1 TO PARM-READ-COUNT
007700     END-READ.
007710     IF PARM-REC (1:1) = '*' OR PARM-REC = SPACES
007720      THEN
007730       GO TO 1100-EXIT.
007740     IF PARM-KEYWORD = 'MONTH   '
007750      THEN
007760       IF PARM-MONTH NUMERIC AND PARM-MM > ZERO
007770          AND PARM-MM < 13
007780        THEN
007790         MOVE PARM-MONTH TO CHG-PERIOD-N;
007800         GO TO 1100-EXIT
007810        ELSE
007820         GO TO 1100-BAD-CARD
007830       END-IF.
007840     IF PARM-KEYWORD = 'SUSPENSE'
007850      THEN
007860       IF PARM-SUSPENSE NOT = SPACES
007870        THEN
007880         MOVE PARM-SUSPENSE TO SUSPENSE-CC;
007890         GO TO 1100-EXIT
007900       END-IF.
007910 1100-BAD-CARD.
007920     DISPLAY PGMNAME, ' CHGPARM CARD IN ERROR -- ',
007930             PARM-REC (1:40).
007940     DISPLAY PGMNAME, ' RUN ABANDONED.'.
007950     SET RUN-ABORTED TO TRUE.
007960     MOVE 12 TO RETURN-CODE.
007970 1100-EXIT.
007980     EXIT.
007990     EJECT
008000*****************************************************************
008010*    LOAD THE RATE TABLE.  EACH OF THE FIVE RATES MUST APPEAR   *
008020*    EXACTLY ONCE; A BAD ENTRY, A REPEATED OR MISSING RATE, OR  *
008030*    TOO MANY BIN CODES REFUSES THE RUN.                        *
008040*****************************************************************
008050 1200-LOAD-RATES.
008060     OPEN INPUT RATE-FILE.
008070     IF NOT RATE-FILE-OK
008080      THEN
008090       DISPLAY PGMNAME, ' CHGRATE OPEN FAILED, STATUS=',
008100               RATE-FILE-STATUS, ' -- RUN ABANDONED.';
008110       SET RUN-ABORTED TO TRUE;
008120       MOVE 12 TO RETURN-CODE;
008130       GO TO 1200-EXIT.
008140 1200-READ.
008150     READ RATE-FILE
008160      AT END
008170       GO TO 1200-CLOSE
008180     END-READ.
008190     ADD 1 TO RATE-READ-COUNT.
008191     IF RATE-TYPE = '*' OR RATE-REC = SPACES
008192      THEN
008193       GO TO 1200-READ.
008194     IF RATE-TYPE NOT = 'P' AND RATE-TYPE NOT = 'S'
008195        AND RATE-TYPE NOT = 'C' AND RATE-TYPE NOT = 'I'
008196        AND RATE-TYPE NOT = 'M' AND RATE-TYPE NOT = 'B'
008197      THEN
008198       GO TO 1200-BAD.
008200     IF RATE-TYPE = 'P' OR RATE-TYPE = 'S' OR RATE-TYPE = 'C'
008210        OR RATE-TYPE = 'I'
008220      THEN
008230       IF RATE-UNIT NOT NUMERIC
008240        THEN
008250         GO TO 1200-BAD
008260       END-IF
008270     END-IF.
008280     IF RATE-TYPE = 'P'
008290      THEN
008300       IF RATE-SEEN-P NOT = SPACE
008310        THEN
008320         GO TO 1200-BAD
008330       END-IF;
008340       MOVE 'Y' TO RATE-SEEN-P;
008350       MOVE RATE-UNIT TO PAGE-RATE;
008360       GO TO 1200-READ.
008370     IF RATE-TYPE = 'S'
008380      THEN
008390       IF RATE-SEEN-S NOT = SPACE
008400        THEN
008410         GO TO 1200-BAD
008420       END-IF;
008430       MOVE 'Y' TO RATE-SEEN-S;
008440       MOVE RATE-UNIT TO SHEET-RATE;
008450       GO TO 1200-READ.
008460     IF RATE-TYPE = 'C'
008470      THEN
008480       IF RATE-SEEN-C NOT = SPACE
008490        THEN
008500         GO TO 1200-BAD
008510       END-IF;
008520       MOVE 'Y' TO RATE-SEEN-C;
008530       MOVE RATE-UNIT TO PIECE-RATE;
008540       GO TO 1200-READ.
008550     IF RATE-TYPE = 'I'
008560      THEN
008570       IF RATE-SEEN-I NOT = SPACE
008580        THEN
008590         GO TO 1200-BAD
008600       END-IF;
008610       MOVE 'Y' TO RATE-SEEN-I;
008620       MOVE RATE-UNIT TO INSERT-RATE;
008630       GO TO 1200-READ.
008640     IF RATE-TYPE = 'M'
008650      THEN
008660       IF RATE-SEEN-M NOT = SPACE OR RATE-MINIMUM NOT NUMERIC
008670        THEN
008680         GO TO 1200-BAD
008690       END-IF;
008700       MOVE 'Y' TO RATE-SEEN-M;
008710       MOVE RATE-MINIMUM TO MIN-CHARGE;
008720       GO TO 1200-READ.
008730     IF RATE-TYPE = 'B'
008740      THEN
008750       IF RATE-BIN-INSERTS NOT NUMERIC OR RATE-BIN-CODE = SPACES
008760        THEN
008770         GO TO 1200-BAD
008780       END-IF;
008781       MOVE RATE-BIN-CODE TO FIND-BIN;
008782       PERFORM 2700-FIND-BIN THRU 2700-EXIT;
008783       IF FOUND-X NOT = ZERO
008784        THEN
008785         GO TO 1200-BAD
008786       END-IF;
008790       IF BIN-COUNT >= BIN-MAX
008800        THEN
008810         SET TABLE-OVERFLOWED TO TRUE;
008820         DISPLAY PGMNAME, ' CHGRATE HOLDS TOO MANY BIN CODES --',
008830                 ' RUN ABANDONED.';
008840         SET RUN-ABORTED TO TRUE;
008850         MOVE 12 TO RETURN-CODE;
008860         GO TO 1200-CLOSE
008870       END-IF;
008880       ADD 1 TO BIN-COUNT;
008890       MOVE RATE-BIN-CODE TO BT-CODE (BIN-COUNT);
008900       MOVE RATE-BIN-INSERTS TO BT-INSERTS (BIN-COUNT).
008910     GO TO 1200-READ.
008920 1200-BAD.
008930     DISPLAY PGMNAME, ' CHGRATE ENTRY IN ERROR OR REPEATED -- ',
008940             RATE-REC (1:20).
008950     DISPLAY PGMNAME, ' RUN ABANDONED.'.
008960     SET RUN-ABORTED TO TRUE.
008970     MOVE 12 TO RETURN-CODE.
008980 1200-CLOSE.
008990     CLOSE RATE-FILE.
009000     IF NOT RUN-ABORTED AND RATE-SEEN NOT = 'YYYYY'
009010      THEN
009020       DISPLAY PGMNAME, ' CHGRATE MALFORMED -- PAGE, SHEET,',
009030               ' PIECE, INSERT AND MINIMUM RATES REQUIRED,',
009040               ' RUN ABANDONED.';
009050       SET RUN-ABORTED TO TRUE;
009060       MOVE 12 TO RETURN-CODE.
009070 1200-EXIT.
009080     EXIT.
009090     EJECT
009100*****************************************************************
009110*    LOAD THE COST-CENTER TABLE: THE JOBNAMES, SORTED, EACH     *
009120*    WITH ITS COST CENTER, AND THE COST CENTERS THEMSELVES,     *
009130*    SORTED WITH REPEATS DROPPED.  A JOBNAME LISTED TWICE OR A  *
009140*    TABLE OVERFLOWING REFUSES THE RUN.                         *
009150*****************************************************************
009160 1300-LOAD-CC.
009170     OPEN INPUT CC-FILE.
009180     IF NOT CC-FILE-OK
009190      THEN
009200       DISPLAY PGMNAME, ' CCTABLE OPEN FAILED, STATUS=',
009210               CC-FILE-STATUS, ' -- RUN ABANDONED.';
009220       SET RUN-ABORTED TO TRUE;
009230       MOVE 12 TO RETURN-CODE;
009240       GO TO 1300-EXIT.
009250 1300-READ.
009260     READ CC-FILE
009270      AT END
009280       GO TO 1300-CLOSE
009290     END-READ.
009300     ADD 1 TO CC-READ-COUNT.
009310     IF CC-REC (1:1) = '*' OR CC-REC = SPACES
009320      THEN
009330       GO TO 1300-READ.
009340     IF CC-JOBNAME = SPACES OR CC-COST-CENTER = SPACES
009350      THEN
009360       DISPLAY PGMNAME, ' CCTABLE ENTRY IN ERROR -- ',
009370               CC-REC (1:50);
009380       GO TO 1300-REFUSE.
009390     PERFORM 1310-ADD-JOB THRU 1310-EXIT.
009400     IF RUN-ABORTED
009410      THEN
009420       GO TO 1300-CLOSE.
009430     PERFORM 1320-ADD-CC THRU 1320-EXIT.
009440     IF RUN-ABORTED
009450      THEN
009460       GO TO 1300-CLOSE.
009470     GO TO 1300-READ.
009480 1300-REFUSE.
009490     DISPLAY PGMNAME, ' RUN ABANDONED.'.
009500     SET RUN-ABORTED TO TRUE.
009510     MOVE 12 TO RETURN-CODE.
009520 1300-CLOSE.
009530     CLOSE CC-FILE.
009540 1300-EXIT.
009550     EXIT.
009560*    the jobname goes in at its place in the sorted table.
009570 1310-ADD-JOB.
009580     MOVE CC-JOBNAME TO JOB-HOLD (1:8).
009590     MOVE CC-COST-CENTER TO JOB-HOLD (9:10).
009600     MOVE JOB-COUNT TO TX.
009610 1310-SHIFT.
009620     IF TX < 1
009630      THEN
009640       GO TO 1310-PLACE.
009650     IF JT-NAME (TX) = CC-JOBNAME
009660      THEN
009670       DISPLAY PGMNAME, ' CCTABLE LISTS JOBNAME ', CC-JOBNAME,
009680               ' TWICE -- RUN ABANDONED.';
009690       SET RUN-ABORTED TO TRUE;
009700       MOVE 12 TO RETURN-CODE;
009710       GO TO 1310-EXIT.
009720     IF JT-NAME (TX) < CC-JOBNAME
009730      THEN
009740       GO TO 1310-PLACE.
009750     IF JOB-COUNT >= JOB-MAX
009760      THEN
009770       GO TO 1310-FULL.
009780     MOVE JOB-ENTRY (TX) TO JOB-ENTRY (TX + 1).
009790     SUBTRACT 1 FROM TX.
009800     GO TO 1310-SHIFT.
009810 1310-PLACE.
009820     IF JOB-COUNT >= JOB-MAX
009830      THEN
009840       GO TO 1310-FULL.
009850     MOVE JOB-HOLD TO JOB-ENTRY (TX + 1).
009860     ADD 1 TO JOB-COUNT.
009870     GO TO 1310-EXIT.
009880 1310-FULL.
009890     MOVE JOB-MAX TO CNT-DISP.
009900     DISPLAY PGMNAME, ' CCTABLE HOLDS MORE THAN', CNT-DISP,
009910             ' JOBNAMES -- RUN ABANDONED.'.
009920     SET TABLE-OVERFLOWED TO TRUE.
009930     SET RUN-ABORTED TO TRUE.
009940     MOVE 12 TO RETURN-CODE.
009950 1310-EXIT.
009960     EXIT.
009970*    the cost center goes in at its place unless it is there
009980*    already.  A jobname entry can only have been added ahead
009990*    of it, so a gap left by a repeat needs no closing.
010000 1320-ADD-CC.
010010     MOVE CC-COST-CENTER TO FIND-CC.
010020     PERFORM 1390-FIND-CC THRU 1390-EXIT.
010030     IF FOUND-X > ZERO
010040      THEN
010050       GO TO 1320-EXIT.
010060     IF CC-COUNT >= CC-MAX
010070      THEN
010080       MOVE CC-MAX TO CNT-DISP;
010090       DISPLAY PGMNAME, ' CCTABLE HOLDS MORE THAN', CNT-DISP,
010100               ' COST CENTERS -- RUN ABANDONED.';
010110       SET TABLE-OVERFLOWED TO TRUE;
010120       SET RUN-ABORTED TO TRUE;
010130       MOVE 12 TO RETURN-CODE;
010140       GO TO 1320-EXIT.
010150     MOVE CC-COST-CENTER TO CC-HOLD (1:10).
010160     MOVE CC-DESCRIPTION TO CC-HOLD (11:30).
010170     MOVE CC-COUNT TO TX.
010180 1320-SHIFT.
010190     IF TX < 1
010200      THEN
010210       GO TO 1320-PLACE.
010220     IF CT-CODE (TX) < CC-COST-CENTER
010230      THEN
010240       GO TO 1320-PLACE.
010250     MOVE CC-ENTRY (TX) TO CC-ENTRY (TX + 1).
010260     SUBTRACT 1 FROM TX.
010270     GO TO 1320-SHIFT.
010280 1320-PLACE.
010290     ADD 1 TO TX.
010300     INITIALIZE CC-ENTRY (TX).
010310     MOVE CC-HOLD (1:10) TO CT-CODE (TX).
010320     MOVE CC-HOLD (11:30) TO CT-DESC (TX).
010330     ADD 1 TO CC-COUNT.
010340 1320-EXIT.
010350     EXIT.
010360*    FOUND-X returns the entry of cost center FIND-CC, or zero.
010370 1390-FIND-CC.
010380     MOVE ZERO TO FOUND-X.
010390     MOVE 1 TO LO-X.
010400     MOVE CC-COUNT TO HI-X.
010410 1390-LOOP.
010420     IF LO-X > HI-X
010430      THEN
010440       GO TO 1390-EXIT.
010450     COMPUTE MID-X = (LO-X + HI-X) / 2.
010460     IF CT-CODE (MID-X) = FIND-CC
010470      THEN
010480       MOVE MID-X TO FOUND-X;
010490       GO TO 1390-EXIT.
010500     IF CT-CODE (MID-X) < FIND-CC
010510      THEN
010520       COMPUTE LO-X = MID-X + 1
010530      ELSE
010540       COMPUTE HI-X = MID-X - 1.
010550     GO TO 1390-LOOP.
010560 1390-EXIT.
010570     EXIT.
010580*    FOUND-X returns the entry of jobname FIND-JOB, or zero.
010590 1395-FIND-JOB.
010600     MOVE ZERO TO FOUND-X.
010610     MOVE 1 TO LO-X.
010620     MOVE JOB-COUNT TO HI-X.
010630 1395-LOOP.
010640     IF LO-X > HI-X
010650      THEN
010660       GO TO 1395-EXIT.
010670     COMPUTE MID-X = (LO-X + HI-X) / 2.
010680     IF JT-NAME (MID-X) = FIND-JOB
010690      THEN
010700       MOVE MID-X TO FOUND-X;
010710       GO TO 1395-EXIT.
010720     IF JT-NAME (MID-X) < FIND-JOB
010730      THEN
010740       COMPUTE LO-X = MID-X + 1
010750      ELSE
010760       COMPUTE HI-X = MID-X - 1.
010770     GO TO 1395-LOOP.
010780 1395-EXIT.
010790     EXIT.
010800     EJECT
010810*****************************************************************
010820*    LOAD THE MONTH'S RUNS FROM STATSHIST.  A *RUNHDR WAITS FOR *
010830*    THE STATS-REC IMAGE BEHIND IT; THE *STATEXT THAT FOLLOWS   *
010840*    TAKES THE UNPRINTED PAGES OFF THE RUN.  RUNS OF OTHER      *
010850*    MONTHS ARE COUNTED AND PASSED BY.                          *
010860*****************************************************************
010870 2000-LOAD-HISTORY.
010880     OPEN INPUT HIST-FILE.
010890     IF HIST-FILE-OK
010900      THEN
010910       SET HIST-OPEN TO TRUE
010920      ELSE
010930       DISPLAY PGMNAME, ' STATSHIST OPEN FAILED, STATUS=',
010940               HIST-FILE-STATUS, ' -- RUN ABANDONED.';
010950       SET RUN-ABORTED TO TRUE;
010960       MOVE 12 TO RETURN-CODE;
010970       GO TO 2000-EXIT.
010980     SET HDR-NONE TO TRUE.
010990     MOVE ZERO TO CUR-RUN-X.
011000     PERFORM 2100-HIST-RECORD THRU 2100-EXIT
011010         UNTIL HIST-FILE-EOF OR RUN-ABORTED.
011020 2000-EXIT.
011030     EXIT.
011040 2100-HIST-RECORD.
011050     READ HIST-FILE
011060      AT END
011070       GO TO 2100-EXIT
011080     END-READ.
011090     ADD 1 TO HIST-READ-COUNT.
011100     IF HRH-TAG = '*RUNHDR '
011110      THEN
011120       ADD 1 TO CTL-REC-COUNT;
011130       MOVE HIST-REC TO HDR-PEND;
011140       SET HDR-PENDING TO TRUE;
011150       MOVE ZERO TO CUR-RUN-X;
011160       GO TO 2100-EXIT.
011170     IF HSX-TAG = '*STATEXT'
011180      THEN
011190       ADD 1 TO CTL-REC-COUNT;
011200       PERFORM 2300-APPLY-STATEXT THRU 2300-EXIT;
011210       MOVE ZERO TO CUR-RUN-X;
011220       GO TO 2100-EXIT.
011230     IF HIST-REC (1:1) = '*'
011240      THEN
011250       ADD 1 TO CTL-REC-COUNT;
011260       GO TO 2100-EXIT.
011270     IF HIST-PAGE-COUNT NOT NUMERIC OR HIST-LINE-COUNT NOT NUMERIC
011280        OR HIST-RUN-DATE NOT NUMERIC
011290      THEN
011300       ADD 1 TO BAD-REC-COUNT;
011310       SET HDR-NONE TO TRUE;
011320       MOVE ZERO TO CUR-RUN-X;
011330       GO TO 2100-EXIT.
011340     PERFORM 2200-ADD-RUN THRU 2200-EXIT.
011350     SET HDR-NONE TO TRUE.
011360 2100-EXIT.
011370     EXIT.
011380     EJECT
011390*****************************************************************
011400*    ONE STATS-REC IMAGE: A RUN.  ITS IDENTITY IS THE *RUNHDR   *
011410*    AHEAD OF IT, OR, FOR A GENERATION FROM BEFORE RUN HEADERS, *
011420*    ITS JOBNAME AND RUN DATE.  A RUN OF ANOTHER MONTH, OR ONE  *
011430*    ALREADY LOADED, IS PASSED BY.                              *
011440*****************************************************************
011450 2200-ADD-RUN.
011460     MOVE ZERO TO CUR-RUN-X.
011470     IF HDR-PENDING
011480      THEN
011490       MOVE HDR-PEND (1:32) TO NEW-IDENT;
011500       MOVE HDR-PEND (33:1) TO NEW-MODE
011510      ELSE
011520       ADD 1 TO NOHDR-RUN-COUNT;
011530       MOVE '*RUNHDR ' TO NI-TAG;
011540       MOVE HIST-JOBNAME TO NI-JOBNAME;
011550       MOVE HIST-RUN-DATE TO NI-DATE;
011560       MOVE SPACES TO NI-TOKEN;
011570       MOVE SPACE TO NEW-MODE.
011580     IF NI-DATE NOT NUMERIC
011590      THEN
011600       MOVE HIST-RUN-DATE TO NI-DATE.
011610     IF NI-MONTH NOT = CHG-PERIOD-N
011620      THEN
011630       ADD 1 TO OTHER-MONTH-COUNT;
011640       GO TO 2200-EXIT.
011650     PERFORM 2250-FIND-RUN THRU 2250-EXIT.
011660     IF FOUND-X > ZERO
011670      THEN
011680       ADD 1 TO DUP-RUN-COUNT;
011690       GO TO 2200-EXIT.
011700     IF RUN-COUNT >= RUN-MAX
011710      THEN
011720       MOVE RUN-MAX TO CNT-DISP;
011730       DISPLAY PGMNAME, ' MORE THAN', CNT-DISP, ' RUNS IN THE',
011740               ' MONTH -- RUN ABANDONED.';
011750       SET TABLE-OVERFLOWED TO TRUE;
011760       SET RUN-ABORTED TO TRUE;
011770       MOVE 12 TO RETURN-CODE;
011780       GO TO 2200-EXIT.
011790     ADD 1 TO RUN-COUNT.
011800     MOVE RUN-COUNT TO CUR-RUN-X.
011810     INITIALIZE RUN-ENTRY (CUR-RUN-X).
011820     MOVE NEW-IDENT TO RT-IDENT (CUR-RUN-X).
011830     MOVE NEW-MODE TO RT-MODE (CUR-RUN-X).
011840     MOVE 'N' TO RT-INS-FLAG (CUR-RUN-X).
011850     MOVE SPACE TO RT-MIN-FLAG (CUR-RUN-X).
011860     MOVE HIST-PAGE-COUNT TO RT-PAGES (CUR-RUN-X).
011870     MOVE HIST-LINE-COUNT TO RT-LINES (CUR-RUN-X).
011880 2200-EXIT.
011890     EXIT.
011900*    FOUND-X returns the loaded run with identity NEW-IDENT, or
011910*    zero.  Runs without a token are never taken as repeats.
011920 2250-FIND-RUN.
011930     MOVE ZERO TO FOUND-X.
011940     IF NI-TOKEN = SPACES
011950      THEN
011960       GO TO 2250-EXIT.
011970     MOVE 1 TO TX.
011980 2250-LOOP.
011990     IF TX > RUN-COUNT
012000      THEN
012010       GO TO 2250-EXIT.
012020     IF RT-IDENT (TX) = NEW-IDENT
012030      THEN
012040       MOVE TX TO FOUND-X;
012050       GO TO 2250-EXIT.
012060     ADD 1 TO TX.
012070     GO TO 2250-LOOP.
012080 2250-EXIT.
012090     EXIT.
012100*    the pages suppressed for e-delivery and those a restart or
012110*    reprint skipped never printed and are not charged.
012120 2300-APPLY-STATEXT.
012130     IF CUR-RUN-X = ZERO
012140      THEN
012150       GO TO 2300-EXIT.
012160     IF HSX-SUP-PAGES NOT NUMERIC OR HSX-SKIP-PAGES NOT NUMERIC
012170      THEN
012180       GO TO 2300-EXIT.
012190     COMPUTE PAGES-W = RT-PAGES (CUR-RUN-X) - HSX-SUP-PAGES
012200                     - HSX-SKIP-PAGES.
012210     IF PAGES-W < ZERO
012220      THEN
012230       MOVE ZERO TO PAGES-W.
012240     MOVE PAGES-W TO RT-PAGES (CUR-RUN-X).
012250 2300-EXIT.
012260     EXIT.
012270     EJECT
012280*****************************************************************
012290*    ADD THE MAIL PIECES FROM INSHIST.  EACH GENERATION'S       *
012300*    *RUNHDR FINDS ITS RUN, OR A MERGED GENERATION'S *SPLITRN   *
012310*    RECORDS FIND ITS SPLITS' RUNS; PIECES OF A RUN NOT LOADED  *
012320*    (ANOTHER MONTH, OR NO STATSHIST RUN), OF A RUN ALREADY     *
012330*    SEEN, OR OF A GENERATION WITH NO HEADER ARE PASSED BY.     *
012340*****************************************************************
012350 2500-LOAD-PIECES.
012360     OPEN INPUT INS-FILE.
012370     IF INS-FILE-OK
012380      THEN
012390       SET INS-OPEN TO TRUE
012400      ELSE
012410       DISPLAY PGMNAME, ' INSHIST OPEN FAILED, STATUS=',
012420               INS-FILE-STATUS, ' -- RUN ABANDONED.';
012430       SET RUN-ABORTED TO TRUE;
012440       MOVE 12 TO RETURN-CODE;
012450       GO TO 2500-EXIT.
012460     MOVE ZERO TO CUR-RUN-X.
012470     SET HDR-NONE TO TRUE.
012480     PERFORM 2600-INS-RECORD THRU 2600-EXIT
012490         UNTIL INS-FILE-EOF.
012500     PERFORM 2660-END-GENERATION THRU 2660-EXIT.
012510 2500-EXIT.
012520     EXIT.
012530 2600-INS-RECORD.
012540     READ INS-FILE
012550      AT END
012560       GO TO 2600-EXIT
012570     END-READ.
012580     ADD 1 TO INS-READ-COUNT.
012590     IF INS-REC (1:8) = '*RUNHDR '
012600      THEN
012610       ADD 1 TO CTL-REC-COUNT;
012620       PERFORM 2660-END-GENERATION THRU 2660-EXIT;
012630       SET HDR-PENDING TO TRUE;
012640       PERFORM 2650-INS-HEADER THRU 2650-EXIT;
012650       GO TO 2600-EXIT.
012660     IF INS-REC (1:8) = '*SPLITRN'
012670      THEN
012680       ADD 1 TO CTL-REC-COUNT;
012690       PERFORM 2680-SPLIT-RUN THRU 2680-EXIT;
012700       GO TO 2600-EXIT.
012710     IF INS-REC (1:1) = '*'
012720      THEN
012730       ADD 1 TO CTL-REC-COUNT;
012740       GO TO 2600-EXIT.
012750     IF HDR-NONE
012760      THEN
012770       ADD 1 TO INS-NOHDR-COUNT;
012780       GO TO 2600-EXIT.
012790     IF SPL-COUNT > ZERO
012800      THEN
012810       PERFORM 2690-PIECE-SPLIT THRU 2690-EXIT.
012820     IF CUR-RUN-X = ZERO
012830      THEN
012840       GO TO 2600-EXIT.
012850     IF INS-PAGE-COUNT NOT NUMERIC OR INS-PAGE-COUNT = ZERO
012860      THEN
012870       ADD 1 TO BAD-REC-COUNT;
012880       GO TO 2600-EXIT.
012890     COMPUTE PAGES-W = (INS-PAGE-COUNT + 1) / 2.
012900     ADD PAGES-W TO RT-SHEETS (CUR-RUN-X).
012910     IF INS-BIN-CODE = '99'
012920      THEN
012930       GO TO 2600-EXIT.
012940     ADD 1 TO RT-PIECES (CUR-RUN-X).
012950     MOVE 1 TO DOCS-W.
012960     IF INS-HH-DOCS NUMERIC AND INS-HH-DOCS > 1
012970      THEN
012980       MOVE INS-HH-DOCS TO DOCS-W.
012990     ADD DOCS-W TO RT-INSERTS (CUR-RUN-X).
013000     MOVE INS-BIN-CODE TO FIND-BIN.
013010     PERFORM 2700-FIND-BIN THRU 2700-EXIT.
013020     IF FOUND-X > ZERO
013030      THEN
013040       ADD BT-INSERTS (FOUND-X) TO RT-INSERTS (CUR-RUN-X).
013050 2600-EXIT.
013060     EXIT.
013070*    a generation header: find its run.  A generation whose run
013080*    already has its pieces is a repeat and adds nothing.
013090 2650-INS-HEADER.
013100     MOVE ZERO TO CUR-RUN-X.
013110     MOVE ZERO TO SPL-COUNT.
013120     MOVE INS-REC (1:32) TO NEW-IDENT.
013130     IF NI-DATE NOT NUMERIC
013140        OR NI-MONTH NOT = CHG-PERIOD-N
013150      THEN
013160       GO TO 2650-EXIT.
013170     MOVE 1 TO TX.
013180 2650-LOOP.
013190     IF TX > RUN-COUNT
013200      THEN
013210       SET GEN-UNMATCHED TO TRUE;
013220       GO TO 2650-EXIT.
013230     IF RT-IDENT (TX) NOT = NEW-IDENT
013240      THEN
013250       ADD 1 TO TX;
013260       GO TO 2650-LOOP.
013270     IF RT-INS-FLAG (TX) = 'Y'
013280      THEN
013290       ADD 1 TO INS-DUP-COUNT;
013300       GO TO 2650-EXIT.
013310     MOVE 'Y' TO RT-INS-FLAG (TX).
013320     MOVE TX TO CUR-RUN-X.
013330 2650-EXIT.
013340     EXIT.
013350*    a generation ends: one whose header named no run of the
013360*    month and that carried no *SPLITRN records is listed.
013370 2660-END-GENERATION.
013380     IF GEN-UNMATCHED
013390      THEN
013400       ADD 1 TO INS-NORUN-COUNT.
013410     SET GEN-MATCHED TO TRUE.
013420 2660-EXIT.
013430     EXIT.
013440*    a *SPLITRN record: find the split's run.  A split of another
013450*    month, or whose run already has its pieces, keeps its place
013460*    in the table with no run, so its pieces are passed by.
013470 2680-SPLIT-RUN.
013480     IF HDR-NONE
013490      THEN
013500       GO TO 2680-EXIT.
013510     SET GEN-MATCHED TO TRUE.
013520     IF SPL-COUNT >= SPL-MAX
013530        OR ISR-FIRST-PAGE NOT NUMERIC OR ISR-LAST-PAGE NOT NUMERIC
013540      THEN
013550       ADD 1 TO BAD-REC-COUNT;
013560       GO TO 2680-EXIT.
013570     ADD 1 TO SPL-COUNT.
013580     MOVE ZERO TO SPL-RUN-X (SPL-COUNT).
013590     MOVE ISR-FIRST-PAGE TO SPL-FIRST-PAGE (SPL-COUNT).
013600     MOVE ISR-LAST-PAGE TO SPL-LAST-PAGE (SPL-COUNT).
013610     MOVE '*RUNHDR ' TO NI-TAG.
013620     MOVE ISR-RUN TO NEW-IDENT (9:24).
013630     IF NI-DATE NOT NUMERIC
013640        OR NI-MONTH NOT = CHG-PERIOD-N
013650      THEN
013660       GO TO 2680-EXIT.
013670     PERFORM 2250-FIND-RUN THRU 2250-EXIT.
013680     IF FOUND-X = ZERO
013690      THEN
013700       ADD 1 TO INS-NORUN-COUNT;
013710       GO TO 2680-EXIT.
013720     IF RT-INS-FLAG (FOUND-X) = 'Y'
013730      THEN
013740       ADD 1 TO INS-DUP-COUNT;
013750       GO TO 2680-EXIT.
013760     MOVE 'Y' TO RT-INS-FLAG (FOUND-X).
013770     MOVE FOUND-X TO SPL-RUN-X (SPL-COUNT).
013780 2680-EXIT.
013790     EXIT.
013800*    a piece of a merged generation belongs to the split whose
013810*    merged pages hold its first page.
013820 2690-PIECE-SPLIT.
013830     MOVE ZERO TO CUR-RUN-X.
013840     IF INS-START-PAGE NOT NUMERIC
013850      THEN
013860       ADD 1 TO INS-NOSPLIT-COUNT;
013870       GO TO 2690-EXIT.
013880     MOVE 1 TO SX.
013890 2690-LOOP.
013900     IF SX > SPL-COUNT
013910      THEN
013920       ADD 1 TO INS-NOSPLIT-COUNT;
013930       GO TO 2690-EXIT.
013940     IF INS-START-PAGE >= SPL-FIRST-PAGE (SX)
013950        AND INS-START-PAGE <= SPL-LAST-PAGE (SX)
013960      THEN
013970       MOVE SPL-RUN-X (SX) TO CUR-RUN-X;
013980       GO TO 2690-EXIT.
013990     ADD 1 TO SX.
014000     GO TO 2690-LOOP.
014010 2690-EXIT.
014020     EXIT.
014030*    FOUND-X returns the CHGRATE entry of bin FIND-BIN, or zero.
014040 2700-FIND-BIN.
014050     MOVE ZERO TO FOUND-X.
014060     MOVE 1 TO BX.
014070 2700-LOOP.
014080     IF BX > BIN-COUNT
014090      THEN
014100       GO TO 2700-EXIT.
014110     IF BT-CODE (BX) = FIND-BIN
014120      THEN
014130       MOVE BX TO FOUND-X;
014140       GO TO 2700-EXIT.
014150     ADD 1 TO BX.
014160     GO TO 2700-LOOP.
014170 2700-EXIT.
014180     EXIT.
014190     EJECT
014200*****************************************************************
014210*    PRICE RUN RX AND CHARGE IT TO ITS COST CENTER.  A RUN WITH *
014220*    NO INSCTL IS CHARGED DUPLEX SHEETS FROM ITS PAGES.  EACH   *
014230*    ELEMENT IS ROUNDED TO THE CENT; A RUN BELOW THE MINIMUM IS *
014240*    RAISED TO IT.                                              *
014250*****************************************************************
014260 3000-PRICE-RUN.
014270     IF RT-INS-FLAG (RX) NOT = 'Y'
014280      THEN
014290       COMPUTE RT-SHEETS (RX) = (RT-PAGES (RX) + 1) / 2.
014300     MOVE RT-JOBNAME (RX) TO FIND-JOB.
014310     PERFORM 1395-FIND-JOB THRU 1395-EXIT.
014320     IF FOUND-X = ZERO
014330      THEN
014340       MOVE SUSPENSE-X TO CX;
014350       PERFORM 3100-NOTE-UNMAPPED THRU 3100-EXIT
014360      ELSE
014370       MOVE JT-CC (FOUND-X) TO FIND-CC;
014380       PERFORM 1390-FIND-CC THRU 1390-EXIT;
014390       MOVE FOUND-X TO CX.
014400     MOVE CX TO RT-CC-X (RX).
014410     COMPUTE RT-PAGE-AMT (RX) ROUNDED =
014420             RT-PAGES (RX) * PAGE-RATE.
014430     COMPUTE RT-SHEET-AMT (RX) ROUNDED =
014440             RT-SHEETS (RX) * SHEET-RATE.
014450     COMPUTE RT-PIECE-AMT (RX) ROUNDED =
014460             RT-PIECES (RX) * PIECE-RATE.
014470     COMPUTE RT-INSERT-AMT (RX) ROUNDED =
014480             RT-INSERTS (RX) * INSERT-RATE.
014490     COMPUTE ELEM-SUM = RT-PAGE-AMT (RX) + RT-SHEET-AMT (RX)
014500                      + RT-PIECE-AMT (RX) + RT-INSERT-AMT (RX).
014510     MOVE ZERO TO RT-MIN-AMT (RX).
014520     IF ELEM-SUM < MIN-CHARGE
014530      THEN
014540       COMPUTE RT-MIN-AMT (RX) = MIN-CHARGE - ELEM-SUM;
014550       MOVE 'M' TO RT-MIN-FLAG (RX);
014560       ADD 1 TO CT-MIN-RUNS (CX).
014570     COMPUTE RT-CHARGE (RX) = ELEM-SUM + RT-MIN-AMT (RX).
014580     ADD 1 TO CT-RUNS (CX).
014590     ADD RT-PAGES (RX) TO CT-PAGES (CX).
014600     ADD RT-LINES (RX) TO CT-LINES (CX).
014610     ADD RT-SHEETS (RX) TO CT-SHEETS (CX).
014620     ADD RT-PIECES (RX) TO CT-PIECES (CX).
014630     ADD RT-INSERTS (RX) TO CT-INSERTS (CX).
014640     ADD RT-PAGE-AMT (RX) TO CT-PAGE-AMT (CX).
014650     ADD RT-SHEET-AMT (RX) TO CT-SHEET-AMT (CX).
014660     ADD RT-PIECE-AMT (RX) TO CT-PIECE-AMT (CX).
014670     ADD RT-INSERT-AMT (RX) TO CT-INSERT-AMT (CX).
014680     ADD RT-MIN-AMT (RX) TO CT-MIN-AMT (CX).
014690     ADD RT-CHARGE (RX) TO CT-CHARGE (CX).
014700     ADD 1 TO GRAND-RUNS.
014710     ADD RT-PAGES (RX) TO GRAND-PAGES.
014720     ADD RT-SHEETS (RX) TO GRAND-SHEETS.
014730     ADD RT-PIECES (RX) TO GRAND-PIECES.
014740     ADD RT-INSERTS (RX) TO GRAND-INSERTS.
014750     ADD RT-CHARGE (RX) TO GRAND-CHARGE.
014760 3000-EXIT.
014770     EXIT.
014780*    a run whose jobname is not in CCTABLE: list the jobname
014790*    once, with its runs, and set RC 4.
014800 3100-NOTE-UNMAPPED.
014810     ADD 1 TO UNMAP-RUN-COUNT.
014820     IF RETURN-CODE < 4
014830      THEN
014840       MOVE 4 TO RETURN-CODE.
014850     MOVE 1 TO UX.
014860 3100-LOOP.
014870     IF UX > UNMAP-COUNT
014880      THEN
014890       GO TO 3100-ADD.
014900     IF UM-NAME (UX) = RT-JOBNAME (RX)
014910      THEN
014920       ADD 1 TO UM-RUNS (UX);
014930       GO TO 3100-EXIT.
014940     ADD 1 TO UX.
014950     GO TO 3100-LOOP.
014960 3100-ADD.
014970     IF UNMAP-COUNT >= UNMAP-MAX
014980      THEN
014990       SET TABLE-OVERFLOWED TO TRUE;
015000       GO TO 3100-EXIT.
015010     ADD 1 TO UNMAP-COUNT.
015020     MOVE RT-JOBNAME (RX) TO UM-NAME (UNMAP-COUNT).
015030     MOVE 1 TO UM-RUNS (UNMAP-COUNT).
015040 3100-EXIT.
015050     EXIT.
015060     EJECT
015070*****************************************************************
015080*    ONE STATEMENT PER COST CENTER CHARGED, EACH ON A NEW PAGE, *
015090*    THEN THE SUSPENSE COST CENTER'S WHEN ANY RUN FELL THERE.   *
015100*****************************************************************
015110 4000-STATEMENTS.
015120     PERFORM 4100-STATEMENT THRU 4100-EXIT
015130         VARYING CX FROM 1 BY 1 UNTIL CX > CC-COUNT.
015140     MOVE SUSPENSE-X TO CX.
015150     PERFORM 4100-STATEMENT THRU 4100-EXIT.
015160 4000-EXIT.
015170     EXIT.
015180 4100-STATEMENT.
015190     IF CT-RUNS (CX) = ZERO
015200      THEN
015210       GO TO 4100-EXIT.
015220     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
015230     MOVE CT-CODE (CX) TO CL-CODE.
015240     MOVE CT-DESC (CX) TO CL-DESC.
015250     WRITE RPT-REC FROM CC-LINE AFTER ADVANCING 2 LINES.
015260     MOVE 'RUNS CHARGED' TO SL-TITLE.
015270     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
015280     WRITE RPT-REC FROM RUN-HDR-LINE AFTER ADVANCING 1 LINE.
015290     PERFORM 4200-RUN-LINE THRU 4200-EXIT
015300         VARYING RX FROM 1 BY 1 UNTIL RX > RUN-COUNT.
015310     MOVE 'COST CENTER TOTAL' TO VL-LABEL.
015320     MOVE CT-PAGES (CX) TO VL-PAGES.
015330     MOVE CT-LINES (CX) TO VL-LINES.
015340     MOVE CT-SHEETS (CX) TO VL-SHEETS.
015350     MOVE CT-PIECES (CX) TO VL-PIECES.
015360     MOVE CT-INSERTS (CX) TO VL-INSERTS.
015370     MOVE CT-CHARGE (CX) TO VL-CHARGE.
015380     WRITE RPT-REC FROM VOLUME-LINE AFTER ADVANCING 2 LINES.
015390     MOVE 'CHARGE BY ELEMENT' TO SL-TITLE.
015400     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
015410     MOVE 'PAGES' TO EL-NAME.
015420     MOVE CT-PAGES (CX) TO EL-COUNT.
015430     MOVE PAGE-RATE TO EL-RATE.
015440     MOVE CT-PAGE-AMT (CX) TO EL-AMOUNT.
015450     WRITE RPT-REC FROM ELEM-LINE AFTER ADVANCING 1 LINE.
015460     MOVE 'SHEETS' TO EL-NAME.
015470     MOVE CT-SHEETS (CX) TO EL-COUNT.
015480     MOVE SHEET-RATE TO EL-RATE.
015490     MOVE CT-SHEET-AMT (CX) TO EL-AMOUNT.
015500     WRITE RPT-REC FROM ELEM-LINE AFTER ADVANCING 1 LINE.
015510     MOVE 'PIECES' TO EL-NAME.
015520     MOVE CT-PIECES (CX) TO EL-COUNT.
015530     MOVE PIECE-RATE TO EL-RATE.
015540     MOVE CT-PIECE-AMT (CX) TO EL-AMOUNT.
015550     WRITE RPT-REC FROM ELEM-LINE AFTER ADVANCING 1 LINE.
015560     MOVE 'INSERTS' TO EL-NAME.
015570     MOVE CT-INSERTS (CX) TO EL-COUNT.
015580     MOVE INSERT-RATE TO EL-RATE.
015590     MOVE CT-INSERT-AMT (CX) TO EL-AMOUNT.
015600     WRITE RPT-REC FROM ELEM-LINE AFTER ADVANCING 1 LINE.
015610     MOVE 'MINIMUM UPLIFT' TO EL-NAME.
015620     MOVE CT-MIN-RUNS (CX) TO EL-COUNT.
015630     MOVE MIN-CHARGE TO EL-RATE.
015640     MOVE CT-MIN-AMT (CX) TO EL-AMOUNT.
015650     WRITE RPT-REC FROM ELEM-LINE AFTER ADVANCING 1 LINE.
015660     MOVE 'TOTAL CHARGE' TO EL-NAME.
015670     MOVE SPACES TO EL-COUNT-X.
015680     MOVE SPACES TO EL-AT.
015690     MOVE SPACES TO EL-RATE-X.
015700     MOVE CT-CHARGE (CX) TO EL-AMOUNT.
015710     WRITE RPT-REC FROM ELEM-LINE AFTER ADVANCING 2 LINES.
015720     MOVE ' AT ' TO EL-AT.
015730 4100-EXIT.
015740     EXIT.
015750 4200-RUN-LINE.
015760     IF RT-CC-X (RX) NOT = CX
015770      THEN
015780       GO TO 4200-EXIT.
015790     MOVE RT-JOBNAME (RX) TO RL-JOBNAME.
015800     MOVE RT-DATE (RX) TO RL-DATE.
015810     MOVE RT-TOKEN (RX) TO RL-TOKEN.
015820     IF RT-MODE (RX) = 'S'
015830      THEN
015840       MOVE 'RESTART' TO RL-MODE
015850      ELSE
015860       IF RT-MODE (RX) = 'R'
015870        THEN
015880         MOVE 'REPRINT' TO RL-MODE
015890        ELSE
015900         MOVE SPACES TO RL-MODE
015910       END-IF
015920     END-IF.
015930     MOVE RT-PAGES (RX) TO RL-PAGES.
015940     MOVE RT-LINES (RX) TO RL-LINES.
015950     MOVE RT-SHEETS (RX) TO RL-SHEETS.
015960     MOVE RT-PIECES (RX) TO RL-PIECES.
015970     MOVE RT-INSERTS (RX) TO RL-INSERTS.
015980     MOVE RT-CHARGE (RX) TO RL-CHARGE.
015990     MOVE SPACES TO RL-NOTE.
016000     IF RT-INS-FLAG (RX) NOT = 'Y'
016010      THEN
016020       MOVE 'NO INSCTL' TO RL-NOTE.
016030     IF RT-MIN-FLAG (RX) = 'M'
016040      THEN
016050       MOVE 'MINIMUM' TO RL-NOTE.
016060     WRITE RPT-REC FROM RUN-LINE AFTER ADVANCING 1 LINE.
016070 4200-EXIT.
016080     EXIT.
016090     EJECT
016100*****************************************************************
016110*    THE SUMMARY: EVERY COST CENTER CHARGED, THE SUSPENSE COST  *
016120*    CENTER, THE MONTH'S TOTAL, THE JOBNAMES NOT IN CCTABLE,    *
016130*    AND THE RUN'S COUNTS.                                      *
016140*****************************************************************
016150 5000-SUMMARY.
016160     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
016170     MOVE PAGE-RATE TO RL-PAGE.
016180     MOVE SHEET-RATE TO RL-SHEET.
016190     MOVE PIECE-RATE TO RL-PIECE.
016200     MOVE INSERT-RATE TO RL-INSERT.
016210     MOVE MIN-CHARGE TO RL-MINIMUM.
016220     WRITE RPT-REC FROM RATE-LINE AFTER ADVANCING 2 LINES.
016230     MOVE 'CHARGEBACK SUMMARY BY COST CENTER' TO SL-TITLE.
016240     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
016250     WRITE RPT-REC FROM SUM-HDR-LINE AFTER ADVANCING 1 LINE.
016260     PERFORM 5100-SUM-LINE THRU 5100-EXIT
016270         VARYING CX FROM 1 BY 1 UNTIL CX > CC-COUNT.
016280     MOVE SUSPENSE-X TO CX.
016290     PERFORM 5100-SUM-LINE THRU 5100-EXIT.
016300     IF GRAND-RUNS = ZERO
016310      THEN
016320       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
016330     MOVE SPACES TO SM-CODE.
016340     MOVE 'MONTH TOTAL' TO SM-DESC.
016350     MOVE GRAND-RUNS TO SM-RUNS.
016360     MOVE GRAND-PAGES TO SM-PAGES.
016370     MOVE GRAND-SHEETS TO SM-SHEETS.
016380     MOVE GRAND-PIECES TO SM-PIECES.
016390     MOVE GRAND-INSERTS TO SM-INSERTS.
016400     MOVE GRAND-CHARGE TO SM-CHARGE.
016410     WRITE RPT-REC FROM SUM-LINE AFTER ADVANCING 2 LINES.
016420     MOVE 'JOBNAMES NOT IN CCTABLE' TO SL-TITLE.
016430     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
016440     PERFORM 5200-UNMAP-LINE THRU 5200-EXIT
016450         VARYING UX FROM 1 BY 1 UNTIL UX > UNMAP-COUNT.
016460     IF UNMAP-COUNT = ZERO
016470      THEN
016480       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
016490     MOVE 'RUNS CHARGED' TO TL-LABEL.
016500     MOVE RUN-COUNT TO TL-VALUE.
016510     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
016520     MOVE 'RUNS WITH NO INSCTL' TO TL-LABEL.
016530     MOVE ZERO TO TX.
016540     PERFORM 5300-COUNT-NOINS THRU 5300-EXIT
016550         VARYING RX FROM 1 BY 1 UNTIL RX > RUN-COUNT.
016560     MOVE TX TO TL-VALUE.
016570     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016580     MOVE 'RUNS OF OTHER MONTHS PASSED BY' TO TL-LABEL.
016590     MOVE OTHER-MONTH-COUNT TO TL-VALUE.
016600     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016610     MOVE 'REPEATED RUNS CHARGED ONCE' TO TL-LABEL.
016620     MOVE DUP-RUN-COUNT TO TL-VALUE.
016630     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016640     MOVE 'RUNS WITH NO RUN HEADER' TO TL-LABEL.
016650     MOVE NOHDR-RUN-COUNT TO TL-VALUE.
016660     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016670     MOVE 'INSCTL GENERATIONS WITH NO RUN' TO TL-LABEL.
016680     MOVE INS-NORUN-COUNT TO TL-VALUE.
016690     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016700     MOVE 'INSCTL GENERATIONS REPEATED' TO TL-LABEL.
016710     MOVE INS-DUP-COUNT TO TL-VALUE.
016720     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016730     MOVE 'INSCTL PIECES WITH NO RUN HEADER' TO TL-LABEL.
016740     MOVE INS-NOHDR-COUNT TO TL-VALUE.
016750     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016760     MOVE 'MERGED INSCTL PIECES OUTSIDE EVERY SPLIT' TO TL-LABEL.
016770     MOVE INS-NOSPLIT-COUNT TO TL-VALUE.
016780     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
016790 5000-EXIT.
016800     EXIT.
016810 5100-SUM-LINE.
016820     IF CT-RUNS (CX) = ZERO
016830      THEN
016840       GO TO 5100-EXIT.
016850     MOVE CT-CODE (CX) TO SM-CODE.
016860     MOVE CT-DESC (CX) TO SM-DESC.
016870     MOVE CT-RUNS (CX) TO SM-RUNS.
016880     MOVE CT-PAGES (CX) TO SM-PAGES.
016890     MOVE CT-SHEETS (CX) TO SM-SHEETS.
016900     MOVE CT-PIECES (CX) TO SM-PIECES.
016910     MOVE CT-INSERTS (CX) TO SM-INSERTS.
016920     MOVE CT-CHARGE (CX) TO SM-CHARGE.
016930     WRITE RPT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.
016940 5100-EXIT.
016950     EXIT.
016960 5200-UNMAP-LINE.
016970     MOVE UM-NAME (UX) TO UL-NAME.
016980     MOVE UM-RUNS (UX) TO UL-RUNS.
016990     WRITE RPT-REC FROM UNMAP-LINE AFTER ADVANCING 1 LINE.
017000 5200-EXIT.
017010     EXIT.
017020 5300-COUNT-NOINS.
017030     IF RT-INS-FLAG (RX) NOT = 'Y'
017040      THEN
017050       ADD 1 TO TX.
017060 5300-EXIT.
017070     EXIT.
017080     EJECT
017090*****************************************************************
017100*    THE LEDGER FEED: ONE 'C' RECORD PER COST CENTER CHARGED,   *
017110*    THE 'U' SUSPENSE RECORD WHEN ANY RUN FELL THERE, AND THE   *
017120*    'T' TOTAL.                                                 *
017130*****************************************************************
017140 6000-WRITE-GLFEED.
017150     PERFORM 6100-WRITE-CC THRU 6100-EXIT
017160         VARYING CX FROM 1 BY 1 UNTIL CX > CC-COUNT.
017170     MOVE SUSPENSE-X TO CX.
017180     PERFORM 6100-WRITE-CC THRU 6100-EXIT.
017190     MOVE SPACES TO GL-REC.
017200     MOVE 'T' TO GL-TYPE.
017210     MOVE SPACES TO GL-COST-CENTER.
017220     MOVE GRAND-RUNS TO GL-RUNS.
017230     MOVE GRAND-PAGES TO GL-PAGES.
017240     MOVE GRAND-CHARGE TO GL-AMOUNT.
017250     MOVE CHG-PERIOD-N TO GL-PERIOD.
017260     MOVE RUN-DATE-TODAY TO GL-RUN-DATE.
017270     WRITE GL-REC.
017280     ADD 1 TO GL-WRITE-COUNT.
017290 6000-EXIT.
017300     EXIT.
017310 6100-WRITE-CC.
017320     IF CT-RUNS (CX) = ZERO
017330      THEN
017340       GO TO 6100-EXIT.
017350     MOVE SPACES TO GL-REC.
017360     IF CX = SUSPENSE-X
017370      THEN
017380       MOVE 'U' TO GL-TYPE
017390      ELSE
017400       MOVE 'C' TO GL-TYPE.
017410     MOVE CT-CODE (CX) TO GL-COST-CENTER.
017420     MOVE CT-RUNS (CX) TO GL-RUNS.
017430     MOVE CT-PAGES (CX) TO GL-PAGES.
017440     MOVE CT-CHARGE (CX) TO GL-AMOUNT.
017450     MOVE CHG-PERIOD-N TO GL-PERIOD.
017460     MOVE RUN-DATE-TODAY TO GL-RUN-DATE.
017470     WRITE GL-REC.
017480     ADD 1 TO GL-WRITE-COUNT.
017490 6100-EXIT.
017500     EXIT.
017510     EJECT
017520*****************************************************************
017530*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
017540*****************************************************************
017550 9000-TERMINATE.
017560     IF HIST-OPEN
017570      THEN
017580       CLOSE HIST-FILE.
017590     IF INS-OPEN
017600      THEN
017610       CLOSE INS-FILE.
017620     IF PARM-OPEN
017630      THEN
017640       CLOSE PARM-FILE.
017650     IF RPT-OPEN
017660      THEN
017670       CLOSE RPT-FILE.
017680     IF GL-OPEN
017690      THEN
017700       CLOSE GL-FILE.
017710     MOVE HIST-READ-COUNT TO CNT-DISP.
017720     DISPLAY PGMNAME, CNT-DISP, ' STATSHIST records read.'.
017730     MOVE INS-READ-COUNT TO CNT-DISP.
017740     DISPLAY PGMNAME, CNT-DISP, ' INSHIST records read.'.
017750     MOVE RUN-COUNT TO CNT-DISP.
017760     DISPLAY PGMNAME, CNT-DISP, ' runs charged.'.
017770     MOVE GL-WRITE-COUNT TO CNT-DISP.
017780     DISPLAY PGMNAME, CNT-DISP, ' GLFEED records written.'.
017790     IF UNMAP-RUN-COUNT > ZERO
017800      THEN
017810       MOVE UNMAP-RUN-COUNT TO CNT-DISP;
017820       DISPLAY PGMNAME, CNT-DISP, ' runs charged to suspense',
017830               ' cost center ', SUSPENSE-CC, '.'
017840     END-IF.
017850     IF BAD-REC-COUNT > ZERO
017860      THEN
017870       MOVE BAD-REC-COUNT TO CNT-DISP;
017880       DISPLAY PGMNAME, CNT-DISP, ' malformed records skipped.'
017890     END-IF.
017900     IF TABLE-OVERFLOWED AND NOT RUN-ABORTED
017910      THEN
017920       DISPLAY PGMNAME, ' A TABLE OVERFLOWED -- CHARGEBACK',
017930               ' INCOMPLETE, RC SET TO 12.';
017940       MOVE 12 TO RETURN-CODE
017950     END-IF.
017960 9000-EXIT.
017970     EXIT.
017980 END PROGRAM APKCHGBK.
