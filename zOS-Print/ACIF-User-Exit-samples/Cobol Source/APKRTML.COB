000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:30:00 BY DELGADO  VERSION 03   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKRTML.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Returned-mail processing.  The mail room scans the
000170               inserter camera mark (*OMR) on each piece the post
000180               office sends back; this program traces every scan
000190               to the run that mailed it, counts the return
000200               against each account the piece carried, and keeps
000210               the MHMAST mail-hold master.  An account whose
000220               statements come back a set number of times in a
000230               row is held: it goes on the MAILHOLD list that
000240               APKINLLE reads, and its pieces are pulled from the
000250               inserter run until customer service releases it.
000260
000270               RTNSCAN holds one scanned mark per record as the
000280               camera prints it: '*OMR ' in columns 1-5, the
000290               piece sequence in columns 6-13, and the account in
000300               columns 15-24 (blank on the first-page mark of an
000310               offset-mode run).  DIXHIST and INSHIST are the
000320               archived DOCINDEX and INSCTL generations to search,
000330               concatenated, each opening with its *RUNHDR.
000340
000350               Each scan is matched to the newest run whose
000360               DOCINDEX has a statement of that piece sequence
000370               (and of that account, when the mark carries one);
000380               every statement of the piece counts as returned,
000390               so each member of a household piece is charged.
000400               The bin the piece went to comes from the run's
000410               INSCTL piece covering the statement's first page.
000420               A scan no run carries is listed as unmatched.
000421               A scan with no account is listed as ambiguous,
000422               and not counted, when the newest run with its
000423               piece sequence has that sequence on more than one
000424               piece: a run APKMERGE put back together keeps each
000425               split's piece sequences, all numbered from one.
000430
000440               A return counts as consecutive when the account
000450               had no mailing between its last returned run and
000460               this one; a mailing that did not come back starts
000470               the count over.  A second scan of a run already
000480               counted is a duplicate and ignored, and a return
000490               older than the last one counted adds only to the
000500               account's total.  When the consecutive count
000510               reaches the hold threshold the account is held.
000520
000530               MHMAST is a VSAM key-sequenced dataset keyed on
000540               account, holding the total and consecutive return
000550               counts, the last returned run, the dates returns
000560               were first and last scanned, and the status (A
000570               active, H held, R released).  An empty MHMAST
000580               (just defined) is loaded on first use.  MAILHOLD
000590               is rewritten every run from the held accounts.
000600
000610               RTNPARM control cards ('*' in column 1 is a
000620               comment; keyword in columns 1-8, operands from
000630               column 10):
000640
000650                 HOLDAT   nn  hold an account after nn
000660                          consecutive returns; 3 when omitted.
000670                 RELEASE  account  release a held account (an
000680                          address correction has come in); its
000690                          consecutive count starts over.  Up to
000700                          50 per run, applied after the returns.
000710
000720               The report lists unmatched scans, the accounts
000730               newly held and released, and the returns by cycle
000740               (the mailing run date), jobname, and bin code.
000750
000760               Return codes: 0 every scan matched and no account
000770               newly held, 4 a scan matched no run or was
000775               ambiguous, or an account was newly held (the mail
000780               room must pull its next statement), 12 a dataset
000790               could not be opened, a control card is in error, a
000800               table overflowed, or an MHMAST update failed.
000820
000830               Datasets allocated in the job step: RTNSCAN
000840               (input scans), DIXHIST and INSHIST (input,
000850               archived generations), RTNPARM (input control
000860               cards), MHMAST (VSAM KSDS, update), MAILHOLD
000870               (output hold list), and RTNRPT (output report).
000880
000890 DATE-WRITTEN. 15 Oct 2026.
000900 DATE-COMPILED.
000910 SECURITY. IBM SAMPLE CODE ONLY.
000920*/**************************************************************/
000930*/* Licensed under the Apache License, Version 2.0 (the        */
000940*/* "License"); you may not use this file except in compliance */
000950*/* with the License. You may obtain a copy of the License at  */
000960*/*                                                            */
000970*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000980*/*                                                            */
000990*/* Unless required by applicable law or agreed to in writing, */
001000*/* software distributed under the License is distributed on an*/
001010*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
001020*/* KIND, either express or implied.  See the License for the  */
001030*/* specific language governing permissions and limitations    */
001040*/* under the License.                                         */
001050*/*------------------------------------------------------------*/
001060*/*                                                            */
001070*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
001080*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
001090*/*                                                            */
001100*/*   Permission to use, copy, modify, and distribute          */
001110*/*   this software for any purpose with or without fee        */
001120*/*   is hereby granted, provided that the above               */
001130*/*   copyright notices appear in all copies.                  */
001140*/*                                                            */
001150*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001160*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001170*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001180*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001190*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001200*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001210*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001220*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001230*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001240*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001250*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001260*/**************************************************************/
001270 TITLE 'RETURNED-MAIL PROCESSING AND MAIL-HOLD LIST'.
001280 ENVIRONMENT DIVISION.
001290 CONFIGURATION SECTION.
001300 SOURCE-COMPUTER. IBM-370.
001310 OBJECT-COMPUTER. IBM-370.
001320     EJECT
001330 INPUT-OUTPUT SECTION.
001340 FILE-CONTROL.
001350     SELECT SCAN-FILE ASSIGN TO RTNSCAN
001360         FILE STATUS IS SCAN-FILE-STATUS.
001370     SELECT DIX-FILE ASSIGN TO DIXHIST
001380         FILE STATUS IS DIX-FILE-STATUS.
001390     SELECT INS-FILE ASSIGN TO INSHIST
001400         FILE STATUS IS INS-FILE-STATUS.
001410     SELECT PARM-FILE ASSIGN TO RTNPARM
001420         FILE STATUS IS PARM-FILE-STATUS.
001430     SELECT MHM-FILE ASSIGN TO MHMAST
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS MHM-ACCOUNT
001470         FILE STATUS IS MHM-FILE-STATUS.
001480     SELECT HOLD-FILE ASSIGN TO MAILHOLD
001490         FILE STATUS IS HOLD-FILE-STATUS.
001500     SELECT RPT-FILE ASSIGN TO RTNRPT
001510         FILE STATUS IS RPT-FILE-STATUS.
001520     EJECT
001530 DATA DIVISION.
001540 FILE SECTION.
001550 FD  SCAN-FILE
001560     RECORDING MODE F
001570     LABEL RECORDS STANDARD
001580     BLOCK CONTAINS 0 RECORDS
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  SCAN-REC.
001610*    one camera mark scanned from a returned piece.
001620     05  SCAN-TAG            PIC X(5).
001630     05  SCAN-PIECE          PIC 9(8).
001640     05  FILLER              PIC X(1).
001650     05  SCAN-ACCOUNT        PIC X(10).
001660     05  FILLER              PIC X(56).
001670     EJECT
001680 FD  DIX-FILE
001690     RECORDING MODE F
001700     LABEL RECORDS STANDARD
001710     BLOCK CONTAINS 0 RECORDS
001720     RECORD CONTAINS 80 CHARACTERS.
001730 01  DIX-REC.
001740*    one statement document, written by APKINLLE, with the
001750*    inserter piece that mailed it.
001760     05  DIX-ACCOUNT         PIC X(10).
001770     05  DIX-FIRST-PAGE      PIC 9(8).
001780     05  DIX-PAGE-COUNT      PIC 9(8).
001790     05  DIX-PIECE-SEQ       PIC 9(8).
001800     05  FILLER              PIC X(46).
001810     EJECT
001820 FD  INS-FILE
001830     RECORDING MODE F
001840     LABEL RECORDS STANDARD
001850     BLOCK CONTAINS 0 RECORDS
001860     RECORD CONTAINS 80 CHARACTERS.
001870 01  INS-REC.
001880*    one inserter piece, written by APKINLLE.
001890     05  INS-START-PAGE      PIC 9(8).
001900     05  INS-END-PAGE        PIC 9(8).
001910     05  INS-PAGE-COUNT      PIC 9(8).
001920     05  INS-BIN-CODE        PIC X(2).
001930     05  FILLER              PIC X(54).
001940     EJECT
001950 FD  PARM-FILE
001960     RECORDING MODE F
001970     LABEL RECORDS STANDARD
001980     BLOCK CONTAINS 0 RECORDS
001990     RECORD CONTAINS 80 CHARACTERS.
002000 01  PARM-REC.
002010     05  PARM-KEYWORD        PIC X(8).
002020     05  FILLER              PIC X(1).
002030     05  PARM-HOLD-AT        PIC 9(2).
002040     05  FILLER              PIC X(69).
002050 01  PARM-RELEASE-REC.
002060     05  FILLER              PIC X(9).
002070     05  PARM-ACCOUNT        PIC X(10).
002080     05  FILLER              PIC X(61).
002090     EJECT
002100 FD  MHM-FILE
002110     LABEL RECORDS STANDARD
002120     RECORD CONTAINS 100 CHARACTERS.
002130 01  MHM-REC.
002140*    one account that has had mail returned.
002150     05  MHM-ACCOUNT         PIC X(10).
002160     05  MHM-STATUS          PIC X(1).
002170         88  MHM-ACTIVE      VALUE 'A'.
002180         88  MHM-HELD        VALUE 'H'.
002190         88  MHM-RELEASED    VALUE 'R'.
002200     05  MHM-TOTAL-RETURNS   PIC 9(5).
002210     05  MHM-CONSECUTIVE     PIC 9(3).
002220*    the newest run a return was counted against; date and token
002230*    together order the runs.
002240     05  MHM-LAST-JOBNAME    PIC X(8).
002250     05  MHM-LAST-KEY.
002260         10  MHM-LAST-RUN-DATE   PIC 9(8).
002270         10  MHM-LAST-TOKEN      PIC X(8).
002280     05  MHM-FIRST-SCAN-DATE PIC 9(8).
002290     05  MHM-LAST-SCAN-DATE  PIC 9(8).
002300     05  MHM-HELD-DATE       PIC 9(8).
002310     05  MHM-RELEASED-DATE   PIC 9(8).
002320     05  FILLER              PIC X(25).
002330     EJECT
002340 FD  HOLD-FILE
002350     RECORDING MODE F
002360     LABEL RECORDS STANDARD
002370     BLOCK CONTAINS 0 RECORDS
002380     RECORD CONTAINS 80 CHARACTERS.
002390 01  HOLD-REC.
002400*    one held account, read by APKINLLE from columns 1-10; the
002410*    rest is for the mail room.
002420     05  HOLD-ACCOUNT        PIC X(10).
002430     05  FILLER              PIC X(1).
002440     05  HOLD-CONSECUTIVE    PIC 9(3).
002450     05  FILLER              PIC X(1).
002460     05  HOLD-TOTAL          PIC 9(5).
002470     05  FILLER              PIC X(1).
002480     05  HOLD-LAST-CYCLE     PIC 9(8).
002490     05  FILLER              PIC X(1).
002500     05  HOLD-HELD-DATE      PIC 9(8).
002510     05  FILLER              PIC X(42).
002520     EJECT
002530 FD  RPT-FILE
002540     RECORDING MODE F
002550     LABEL RECORDS STANDARD
002560     BLOCK CONTAINS 0 RECORDS
002570     RECORD CONTAINS 132 CHARACTERS.
002580 01  RPT-REC                 PIC X(132).
002590     EJECT
002600 WORKING-STORAGE SECTION.
002610 77  PGMNAME                 PIC X(8) VALUE 'APKRTML'.
002620 77  SCAN-FILE-STATUS        PIC XX VALUE ZERO.
002630     88  SCAN-FILE-OK        VALUE '00'.
002640     88  SCAN-FILE-EOF       VALUE '10'.
002650 77  DIX-FILE-STATUS         PIC XX VALUE ZERO.
002660     88  DIX-FILE-OK         VALUE '00'.
002670     88  DIX-FILE-EOF        VALUE '10'.
002680 77  INS-FILE-STATUS         PIC XX VALUE ZERO.
002690     88  INS-FILE-OK         VALUE '00'.
002700     88  INS-FILE-EOF        VALUE '10'.
002710 77  PARM-FILE-STATUS        PIC XX VALUE ZERO.
002720     88  PARM-FILE-OK        VALUE '00'.
002730     88  PARM-FILE-EOF       VALUE '10'.
002740 77  MHM-FILE-STATUS         PIC XX VALUE ZERO.
002750     88  MHM-FILE-OK         VALUE '00'.
002760     88  MHM-FILE-EOF        VALUE '10'.
002770     88  MHM-NOT-FOUND       VALUE '23'.
002780     88  MHM-EMPTY           VALUE '35'.
002790 77  HOLD-FILE-STATUS        PIC XX VALUE ZERO.
002800     88  HOLD-FILE-OK        VALUE '00'.
002810 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
002820     88  RPT-FILE-OK         VALUE '00'.
002830 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
002840     88  RUN-ABORTED         VALUE HIGH-VALUE.
002850 77  SCAN-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002860     88  SCAN-OPEN           VALUE HIGH-VALUE.
002870 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002880     88  PARM-OPEN           VALUE HIGH-VALUE.
002890 77  MHM-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002900     88  MHM-OPEN            VALUE HIGH-VALUE.
002910 77  HOLD-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002920     88  HOLD-OPEN           VALUE HIGH-VALUE.
002930 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002940     88  RPT-OPEN            VALUE HIGH-VALUE.
002950*    size of the tables below; an overflow is reported and the
002960*    step ends with RC 12 because the counts kept are then
002970*    incomplete.
002980 77  SCAN-MAX                PIC S9(8) BINARY VALUE 5000.
002990 77  RUN-MAX                 PIC S9(8) BINARY VALUE 500.
003000 77  RTN-MAX                 PIC S9(8) BINARY VALUE 10000.
003010 77  GRP-MAX                 PIC S9(8) BINARY VALUE 20.
003020 77  SUM-MAX                 PIC S9(8) BINARY VALUE 500.
003030 77  RLS-MAX                 PIC S9(8) BINARY VALUE 50.
003040 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
003050     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
003060*    control card values.
003070 77  HOLD-AT                 PIC S9(4) BINARY VALUE 3.
003080 77  RLS-COUNT               PIC S9(8) BINARY VALUE ZERO.
003090*    the run whose DIXHIST or INSHIST records are being read, as
003100*    an index into the run table; zero ahead of the first header.
003110 77  CUR-RUN                 PIC S9(8) BINARY VALUE ZERO.
003120 01  HDR-RUN-FIELDS.
003130     05  FILLER              PIC X(8).
003140     05  HR-JOBNAME          PIC X(8).
003150     05  HR-KEY.
003160         10  HR-DATE         PIC 9(8).
003170         10  HR-TOKEN        PIC X(8).
003180 77  RUN-COUNT               PIC S9(8) BINARY VALUE ZERO.
003190 77  SCAN-COUNT              PIC S9(8) BINARY VALUE ZERO.
003200 77  RTN-COUNT               PIC S9(8) BINARY VALUE ZERO.
003210 77  GRP-COUNT               PIC S9(8) BINARY VALUE ZERO.
003220 77  GRP-PIECE               PIC S9(8) BINARY VALUE ZERO.
003230 77  GRP-RUN                 PIC S9(8) BINARY VALUE ZERO.
003240 77  GRP-FLAG                PIC X VALUE LOW-VALUE.
003250     88  GRP-RETURNED        VALUE HIGH-VALUE.
003260     88  GRP-NOT-RETURNED    VALUE LOW-VALUE.
003270 77  SUM-COUNT               PIC S9(8) BINARY VALUE ZERO.
003280 77  SCAN-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003290 77  DIX-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
003300 77  INS-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
003310 77  PARM-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003320 77  CTL-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
003330 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
003340 77  NOHDR-COUNT             PIC S9(8) BINARY VALUE ZERO.
003350 77  MATCHED-COUNT           PIC S9(8) BINARY VALUE ZERO.
003360 77  UNMATCHED-COUNT         PIC S9(8) BINARY VALUE ZERO.
003365 77  AMBIGUOUS-COUNT         PIC S9(8) BINARY VALUE ZERO.
003370 77  COUNTED-COUNT           PIC S9(8) BINARY VALUE ZERO.
003380 77  DUP-COUNT               PIC S9(8) BINARY VALUE ZERO.
003390 77  LATE-COUNT              PIC S9(8) BINARY VALUE ZERO.
003400 77  NOBIN-COUNT             PIC S9(8) BINARY VALUE ZERO.
003410 77  NEW-HOLD-COUNT          PIC S9(8) BINARY VALUE ZERO.
003420 77  RELEASED-COUNT          PIC S9(8) BINARY VALUE ZERO.
003430 77  HELD-COUNT              PIC S9(8) BINARY VALUE ZERO.
003440 77  ADDED-COUNT             PIC S9(8) BINARY VALUE ZERO.
003450 77  SX                      PIC S9(8) BINARY VALUE ZERO.
003460 77  TX                      PIC S9(8) BINARY VALUE ZERO.
003470 77  RX                      PIC S9(8) BINARY VALUE ZERO.
003480 77  GX                      PIC S9(8) BINARY VALUE ZERO.
003490 77  MX                      PIC S9(8) BINARY VALUE ZERO.
003500 77  QX                      PIC S9(8) BINARY VALUE ZERO.
003510 77  LO-X                    PIC S9(8) BINARY VALUE ZERO.
003520 77  HI-X                    PIC S9(8) BINARY VALUE ZERO.
003530 77  MID-X                   PIC S9(8) BINARY VALUE ZERO.
003540 77  SEARCH-PIECE            PIC S9(8) BINARY VALUE ZERO.
003541*    the piece being read in the first pass: its run, sequence,
003542*    and the first page of its first statement.
003543 77  DIX-GRP-RUN             PIC S9(8) BINARY VALUE ZERO.
003544 77  DIX-GRP-PIECE           PIC S9(8) BINARY VALUE ZERO.
003545 77  DIX-GRP-PAGE            PIC S9(8) BINARY VALUE ZERO.
003550 77  SEARCH-ACCOUNT          PIC X(10) VALUE SPACE.
003560 77  NEW-MASTER-FLAG         PIC X VALUE LOW-VALUE.
003570     88  NEW-MASTER          VALUE HIGH-VALUE.
003580     88  OLD-MASTER          VALUE LOW-VALUE.
003590 77  HEADING-FLAG            PIC X VALUE LOW-VALUE.
003600     88  HEADING-DONE        VALUE HIGH-VALUE.
003610     88  HEADING-DUE         VALUE LOW-VALUE.
003620 77  CUR-CYCLE               PIC 9(8) VALUE ZERO.
003630 77  CYCLE-PIECES            PIC S9(8) BINARY VALUE ZERO.
003640 77  CYCLE-DOCS              PIC S9(8) BINARY VALUE ZERO.
003650 77  GRAND-PIECES            PIC S9(8) BINARY VALUE ZERO.
003660 77  GRAND-DOCS              PIC S9(8) BINARY VALUE ZERO.
003670 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
003680 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
003690*    one entry per run met in DIXHIST or INSHIST: its identity,
003700*    with date and token as the key that orders the runs, and
003710*    the returns charged to it.
003720 01  RUN-TABLE.
003730     05  RUN-ENTRY OCCURS 500 TIMES.
003740         10  RT-JOBNAME      PIC X(8).
003750         10  RT-KEY          PIC X(16).
003760         10  RT-RETURNS      PIC S9(8) BINARY.
003770*    one entry per scan, kept in piece order: the run it was
003780*    traced to (zero until one is found) and the first page of
003790*    the statement that matched it there, and 'Y' when that run
003795*    has its sequence on more than one piece.
003800 01  SCAN-TABLE.
003810     05  SCAN-ENTRY OCCURS 5000 TIMES.
003820         10  SC-PIECE        PIC S9(8) BINARY.
003830         10  SC-ACCOUNT      PIC X(10).
003840         10  SC-RUN          PIC S9(8) BINARY.
003850         10  SC-DOC-PAGE     PIC S9(8) BINARY.
003855         10  SC-AMBIGUOUS    PIC X(1).
003860 01  SCAN-HOLD               PIC X(23).
003870*    one entry per statement returned, kept in account and run
003880*    order for the master update: the run and piece that mailed
003890*    it, its bin, the newest mailing to the account ahead of that
003900*    run, and how the master update judged it.
003910 01  RTN-TABLE.
003920     05  RTN-ENTRY OCCURS 10000 TIMES.
003930         10  RE-SORT-KEY.
003940             15  RE-ACCOUNT  PIC X(10).
003950             15  RE-RUN-KEY  PIC X(16).
003960         10  RE-RUN          PIC S9(8) BINARY.
003970         10  RE-PIECE        PIC S9(8) BINARY.
003980         10  RE-DOC-PAGE     PIC S9(8) BINARY.
003990         10  RE-BIN-CODE     PIC X(2).
004000         10  RE-PRIOR-KEY    PIC X(16).
004010         10  RE-FIRST        PIC X(1).
004020         10  RE-RESULT       PIC X(1).
004030 01  RTN-HOLD                PIC X(58).
004040 01  RTN-HOLD-KEY REDEFINES RTN-HOLD
004050                             PIC X(26).
004060*    the statements of the piece being read in DIXHIST -- those
004070*    of one run sharing one piece sequence, in a row.
004080 01  GRP-TABLE.
004090     05  GRP-ENTRY OCCURS 20 TIMES.
004100         10  GM-ACCOUNT      PIC X(10).
004110         10  GM-DOC-PAGE     PIC S9(8) BINARY.
004120*    returns by cycle, jobname, and bin for the report.
004130 01  SUM-TABLE.
004140     05  SUM-ENTRY OCCURS 500 TIMES.
004150         10  SM-KEY.
004160             15  SM-CYCLE    PIC 9(8).
004170             15  SM-JOBNAME  PIC X(8).
004180             15  SM-BIN-CODE PIC X(2).
004190         10  SM-PIECES       PIC S9(8) BINARY.
004200         10  SM-DOCS         PIC S9(8) BINARY.
004210 01  SUM-HOLD                PIC X(26).
004220 01  SUM-HOLD-KEY REDEFINES SUM-HOLD
004230                             PIC X(18).
004240*    the RELEASE cards, applied after the returns.
004250 01  RLS-TABLE.
004260     05  RLS-ENTRY OCCURS 50 TIMES.
004270         10  RQ-ACCOUNT      PIC X(10).
004280     EJECT
004290 01  PAGE-HDR.
004300     05  FILLER              PIC X(8) VALUE 'APKRTML '.
004310     05  FILLER              PIC X(4) VALUE SPACE.
004320     05  FILLER              PIC X(42) VALUE
004330         'RETURNED-MAIL PROCESSING'.
004340     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
004350     05  HDR-DATE            PIC 9999/99/99.
004360     05  FILLER              PIC X(59) VALUE SPACE.
004370 01  PARM-LINE.
004380     05  FILLER              PIC X(2) VALUE SPACE.
004390     05  FILLER              PIC X(20) VALUE
004400         'ACCOUNTS ARE HELD AT'.
004410     05  PL-HOLD-AT          PIC ZZ9.
004420     05  FILLER              PIC X(21) VALUE
004430         ' CONSECUTIVE RETURNS.'.
004440     05  FILLER              PIC X(86) VALUE SPACE.
004450 01  SECTION-LINE.
004460     05  FILLER              PIC X(2) VALUE SPACE.
004470     05  SL-TITLE            PIC X(60).
004480     05  FILLER              PIC X(70) VALUE SPACE.
004490 01  UNMATCHED-LINE.
004500     05  FILLER              PIC X(4) VALUE SPACE.
004510     05  FILLER              PIC X(6) VALUE 'PIECE '.
004520     05  UL-PIECE            PIC 9(8).
004530     05  FILLER              PIC X(10) VALUE '  ACCOUNT '.
004540     05  UL-ACCOUNT          PIC X(10).
004550     05  UL-REASON           PIC X(31).
004570     05  FILLER              PIC X(63) VALUE SPACE.
004580 01  HOLD-HDR-LINE.
004590     05  FILLER              PIC X(4) VALUE SPACE.
004600     05  FILLER              PIC X(54) VALUE
004610         'ACCOUNT   CONSECUTIVE       TOTAL  LAST CYCLE  JOBNAME'.
004620     05  FILLER              PIC X(74) VALUE SPACE.
004630 01  HOLD-LINE.
004640     05  FILLER              PIC X(4) VALUE SPACE.
004650     05  HL-ACCOUNT          PIC X(10).
004660     05  HL-CONSECUTIVE      PIC ZZZ,ZZ9.
004670     05  FILLER              PIC X(6) VALUE SPACE.
004680     05  HL-TOTAL            PIC ZZ,ZZ9.
004690     05  FILLER              PIC X(2) VALUE SPACE.
004700     05  HL-CYCLE            PIC 9999/99/99.
004710     05  FILLER              PIC X(2) VALUE SPACE.
004720     05  HL-JOBNAME          PIC X(8).
004730     05  FILLER              PIC X(77) VALUE SPACE.
004740 01  RELEASE-LINE.
004750     05  FILLER              PIC X(4) VALUE SPACE.
004760     05  FILLER              PIC X(8) VALUE 'ACCOUNT '.
004770     05  RLL-ACCOUNT         PIC X(10).
004780     05  FILLER              PIC X(2) VALUE SPACE.
004790     05  RLL-RESULT          PIC X(30).
004800     05  FILLER              PIC X(78) VALUE SPACE.
004810 01  SUM-HDR-LINE.
004820     05  FILLER              PIC X(4) VALUE SPACE.
004830     05  FILLER              PIC X(46) VALUE
004840         'CYCLE DATE  JOBNAME   BIN    PIECES STATEMENTS'.
004850     05  FILLER              PIC X(82) VALUE SPACE.
004860 01  SUM-LINE.
004870     05  FILLER              PIC X(4) VALUE SPACE.
004880     05  SUL-CYCLE           PIC 9999/99/99.
004890     05  FILLER              PIC X(2) VALUE SPACE.
004900     05  SUL-JOBNAME         PIC X(8).
004910     05  FILLER              PIC X(2) VALUE SPACE.
004920     05  SUL-BIN             PIC X(2).
004930     05  SUL-PIECES          PIC ZZZ,ZZZ,ZZ9.
004940     05  SUL-DOCS            PIC ZZZ,ZZZ,ZZ9.
004950     05  FILLER              PIC X(82) VALUE SPACE.
004960 01  SUM-TOTAL-LINE.
004970     05  FILLER              PIC X(4) VALUE SPACE.
004980     05  STL-LABEL           PIC X(24).
004990     05  STL-PIECES          PIC ZZZ,ZZZ,ZZ9.
005000     05  STL-DOCS            PIC ZZZ,ZZZ,ZZ9.
005010     05  FILLER              PIC X(82) VALUE SPACE.
005020 01  STL-CYCLE-LABEL.
005030     05  FILLER              PIC X(6) VALUE SPACE.
005040     05  FILLER              PIC X(8) VALUE 'CYCLE   '.
005050     05  STL-CYCLE           PIC 9999/99/99.
005060 01  NONE-LINE               PIC X(132) VALUE
005070     '    NONE.'.
005080 01  TOTAL-LINE.
005090     05  FILLER              PIC X(4) VALUE SPACE.
005100     05  TL-LABEL            PIC X(40).
005110     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
005120     05  FILLER              PIC X(77) VALUE SPACE.
005130     EJECT
005140 PROCEDURE DIVISION.
005150 0000-MAINLINE.
005160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005170     IF NOT RUN-ABORTED
005180      THEN
005190       PERFORM 2000-LOAD-SCANS THRU 2000-EXIT
005200           UNTIL SCAN-FILE-EOF
005210       PERFORM 2500-SORT-SCANS THRU 2500-EXIT
005220       PERFORM 3000-MATCH-RUNS THRU 3000-EXIT
005225       PERFORM 2900-CHECK-TABLES THRU 2900-EXIT
005230     END-IF.
005240     IF NOT RUN-ABORTED
005250      THEN
005260       PERFORM 3300-COLLECT-RETURNS THRU 3300-EXIT
005265       PERFORM 2900-CHECK-TABLES THRU 2900-EXIT
005270     END-IF.
005280     IF NOT RUN-ABORTED
005290      THEN
005300       PERFORM 3600-SORT-RETURNS THRU 3600-EXIT
005310       PERFORM 3700-PRIOR-MAILINGS THRU 3700-EXIT
005320     END-IF.
005330     IF NOT RUN-ABORTED
005340      THEN
005350       PERFORM 4000-FIND-BINS THRU 4000-EXIT
005355       PERFORM 2900-CHECK-TABLES THRU 2900-EXIT
005360     END-IF.
005370     IF NOT RUN-ABORTED
005380      THEN
005390       SET HEADING-DUE TO TRUE
005400       PERFORM 5000-UPDATE-MASTER THRU 5000-EXIT
005410           VARYING RX FROM 1 BY 1
005420           UNTIL RX > RTN-COUNT OR RUN-ABORTED
005430     END-IF.
005440     IF NOT RUN-ABORTED AND RLS-COUNT > ZERO
005450      THEN
005460       MOVE 'RELEASES' TO SL-TITLE
005470       WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
005480       PERFORM 5500-RELEASE THRU 5500-EXIT
005490           VARYING QX FROM 1 BY 1
005500           UNTIL QX > RLS-COUNT OR RUN-ABORTED
005510     END-IF.
005520     IF NOT RUN-ABORTED
005530      THEN
005540       PERFORM 6000-WRITE-HOLD-LIST THRU 6000-EXIT
005550     END-IF.
005560     IF NOT RUN-ABORTED
005570      THEN
005580       PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
005590     END-IF.
005600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005610     GOBACK.
005620     EJECT
005630*****************************************************************
005640*    OPEN THE REPORT, READ THE CONTROL CARDS, AND OPEN THE SCAN *
005650*    FILE AND THE MASTER.  ANY OPEN FAILING OR A BAD CARD       *
005660*    ABANDONS THE RUN WITH RC 12.                               *
005670*****************************************************************
005680 1000-INITIALIZE.
005690     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
005700     MOVE RUN-DATE-TODAY TO HDR-DATE.
005710     OPEN OUTPUT RPT-FILE.
005720     IF RPT-FILE-OK
005730      THEN
005740       SET RPT-OPEN TO TRUE
005750      ELSE
005760       DISPLAY PGMNAME, ' RTNRPT OPEN FAILED, STATUS=',
005770               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
005780       SET RUN-ABORTED TO TRUE;
005790       MOVE 12 TO RETURN-CODE;
005800       GO TO 1000-EXIT.
005810     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
005820     OPEN INPUT PARM-FILE.
005830     IF PARM-FILE-OK
005840      THEN
005850       SET PARM-OPEN TO TRUE
005860      ELSE
005870       DISPLAY PGMNAME, ' RTNPARM OPEN FAILED, STATUS=',
005880               PARM-FILE-STATUS, ' -- RUN ABANDONED.';
005890       SET RUN-ABORTED TO TRUE;
005900       MOVE 12 TO RETURN-CODE;
005910       GO TO 1000-EXIT.
005920     PERFORM 1100-READ-PARM THRU 1100-EXIT
005930         UNTIL PARM-FILE-EOF OR RUN-ABORTED.
005940     IF RUN-ABORTED
005950      THEN
005960       GO TO 1000-EXIT.
005970     MOVE HOLD-AT TO PL-HOLD-AT.
005980     WRITE RPT-REC FROM PARM-LINE AFTER ADVANCING 2 LINES.
005990     OPEN INPUT SCAN-FILE.
006000     IF SCAN-FILE-OK
006010      THEN
006020       SET SCAN-OPEN TO TRUE
006030      ELSE
006040       DISPLAY PGMNAME, ' RTNSCAN OPEN FAILED, STATUS=',
006050               SCAN-FILE-STATUS, ' -- RUN ABANDONED.';
006060       SET RUN-ABORTED TO TRUE;
006070       MOVE 12 TO RETURN-CODE;
006080       GO TO 1000-EXIT.
006090     PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.
006100     IF RUN-ABORTED
006110      THEN
006120       GO TO 1000-EXIT.
006130     PERFORM 2100-READ-SCAN THRU 2100-EXIT.
006140 1000-EXIT.
006150     EXIT.
006160     EJECT
006170*****************************************************************
006180*    ONE RTNPARM CARD.  COMMENTS AND BLANK CARDS ARE SKIPPED;   *
006190*    AN UNKNOWN KEYWORD OR A BAD OPERAND REFUSES THE RUN.       *
006200*****************************************************************
006210 1100-READ-PARM.
006220     READ PARM-FILE
006230      AT END
006240       GO TO 1100-EXIT
006250      NOT AT END
006260       ADD 1 TO PARM-READ-COUNT
006270     END-READ.
006280     IF PARM-REC (1:1) = '*' OR PARM-REC = SPACES
006290      THEN
006300       GO TO 1100-EXIT.
006310     IF PARM-KEYWORD = 'HOLDAT  '
006320      THEN
006330       IF PARM-HOLD-AT NUMERIC AND PARM-HOLD-AT > ZERO
006340        THEN
006350         MOVE PARM-HOLD-AT TO HOLD-AT;
006360         GO TO 1100-EXIT
006370        ELSE
006380         GO TO 1100-BAD-CARD
006390       END-IF.
006400     IF PARM-KEYWORD NOT = 'RELEASE '
006410      THEN
006420       GO TO 1100-BAD-CARD.
006430     IF PARM-ACCOUNT = SPACES
006440      THEN
006450       GO TO 1100-BAD-CARD.
006460     IF RLS-COUNT >= RLS-MAX
006470      THEN
006480       MOVE PARM-READ-COUNT TO CNT-DISP;
006490       DISPLAY PGMNAME, ' MORE THAN 50 RELEASE CARDS -- CARD',
006500               CNT-DISP, ' IGNORED.';
006510       GO TO 1100-EXIT.
006520     ADD 1 TO RLS-COUNT.
006530     MOVE PARM-ACCOUNT TO RQ-ACCOUNT (RLS-COUNT).
006540     GO TO 1100-EXIT.
006550 1100-BAD-CARD.
006560     DISPLAY PGMNAME, ' RTNPARM CARD IN ERROR -- ',
006570             PARM-REC (1:40).
006580     DISPLAY PGMNAME, ' RUN ABANDONED.'.
006590     SET RUN-ABORTED TO TRUE.
006600     MOVE 12 TO RETURN-CODE.
006610 1100-EXIT.
006620     EXIT.
006630     EJECT
006640*****************************************************************
006650*    OPEN MHMAST FOR UPDATE.  A CLUSTER JUST DEFINED AND NEVER  *
006660*    LOADED CANNOT BE OPENED I-O: IT IS OPENED OUTPUT AND       *
006670*    CLOSED ONCE TO LOAD IT EMPTY, THEN OPENED I-O AGAIN.       *
006680*****************************************************************
006690 1300-OPEN-MASTER.
006700     OPEN I-O MHM-FILE.
006710     IF MHM-EMPTY
006720      THEN
006730       DISPLAY PGMNAME, ' MHMAST HOLDS NO RECORDS -- LOADED',
006740               ' EMPTY FOR FIRST USE.';
006750       OPEN OUTPUT MHM-FILE;
006760       IF MHM-FILE-OK
006770        THEN
006780         CLOSE MHM-FILE;
006790         OPEN I-O MHM-FILE
006800       END-IF
006810     END-IF.
006820     IF MHM-FILE-OK
006830      THEN
006840       SET MHM-OPEN TO TRUE
006850      ELSE
006860       DISPLAY PGMNAME, ' MHMAST OPEN FAILED, STATUS=',
006870               MHM-FILE-STATUS, ' -- RUN ABANDONED.';
006880       SET RUN-ABORTED TO TRUE;
006890       MOVE 12 TO RETURN-CODE.
006900 1300-EXIT.
006910     EXIT.
006920     EJECT
006930*****************************************************************
006940*    LOAD THE SCANNED MARKS.  A RECORD THAT IS NOT A CAMERA     *
006950*    MARK, OR WHOSE PIECE SEQUENCE IS NOT NUMERIC, IS SKIPPED.  *
006960*****************************************************************
006970 2000-LOAD-SCANS.
006980     ADD 1 TO SCAN-READ-COUNT.
006990     IF SCAN-TAG NOT = '*OMR '
007000        OR SCAN-PIECE NOT NUMERIC
007010      THEN
007020       ADD 1 TO BAD-REC-COUNT;
007030       GO TO 2000-READ.
007040     IF SCAN-COUNT >= SCAN-MAX
007050      THEN
007060       SET TABLE-OVERFLOWED TO TRUE;
007070       GO TO 2000-READ.
007080     ADD 1 TO SCAN-COUNT.
007090     MOVE SCAN-PIECE TO SC-PIECE (SCAN-COUNT).
007100     MOVE SCAN-ACCOUNT TO SC-ACCOUNT (SCAN-COUNT).
007110     MOVE ZERO TO SC-RUN (SCAN-COUNT).
007120     MOVE ZERO TO SC-DOC-PAGE (SCAN-COUNT).
007125     MOVE SPACE TO SC-AMBIGUOUS (SCAN-COUNT).
007130 2000-READ.
007140     PERFORM 2100-READ-SCAN THRU 2100-EXIT.
007150 2000-EXIT.
007160     EXIT.
007170 2100-READ-SCAN.
007180     READ SCAN-FILE
007190      AT END
007200       CONTINUE
007210      NOT AT END
007220       CONTINUE
007230     END-READ.
007240 2100-EXIT.
007250     EXIT.
007260     EJECT
007270*****************************************************************
007280*    SORT THE SCANS BY PIECE SEQUENCE (STRAIGHT INSERTION) SO   *
007290*    EACH STATEMENT READ FROM DIXHIST FINDS ITS SCANS BY A      *
007300*    BINARY SEARCH.                                             *
007310*****************************************************************
007320 2500-SORT-SCANS.
007330     IF SCAN-COUNT < 2
007340      THEN
007350       GO TO 2500-EXIT.
007360     MOVE 2 TO SX.
007370 2500-LOOP.
007380     IF SX > SCAN-COUNT
007390      THEN
007400       GO TO 2500-EXIT.
007410     MOVE SCAN-ENTRY (SX) TO SCAN-HOLD.
007420     MOVE SC-PIECE (SX) TO SEARCH-PIECE.
007430     COMPUTE TX = SX - 1.
007440 2500-SHIFT.
007450     IF TX < 1
007460      THEN
007470       GO TO 2500-PLACE.
007480     IF SC-PIECE (TX) <= SEARCH-PIECE
007490      THEN
007500       GO TO 2500-PLACE.
007510     MOVE SCAN-ENTRY (TX) TO SCAN-ENTRY (TX + 1).
007520     SUBTRACT 1 FROM TX.
007530     GO TO 2500-SHIFT.
007540 2500-PLACE.
007550     MOVE SCAN-HOLD TO SCAN-ENTRY (TX + 1).
007560     ADD 1 TO SX.
007570     GO TO 2500-LOOP.
007580 2500-EXIT.
007590     EXIT.
007591*    a full table abandons the run before MHMAST is touched.
007592 2900-CHECK-TABLES.
007593     IF TABLE-OVERFLOWED
007594      THEN
007595       DISPLAY PGMNAME, ' A TABLE OVERFLOWED -- RUN ABANDONED.';
007596       SET RUN-ABORTED TO TRUE;
007597       MOVE 12 TO RETURN-CODE.
007598 2900-EXIT.
007599     EXIT.
007600     EJECT
007610*****************************************************************
007620*    FIRST PASS OF DIXHIST: TRACE EACH SCAN TO THE NEWEST RUN   *
007630*    WITH A STATEMENT OF ITS PIECE SEQUENCE (AND ACCOUNT, WHEN  *
007640*    THE MARK CARRIES ONE), THEN LIST THE SCANS NO RUN CARRIES, *
007642*    AND THOSE WITH NO ACCOUNT WHOSE RUN HAS THEIR SEQUENCE ON  *
007644*    MORE THAN ONE PIECE.                                       *
007650*****************************************************************
007660 3000-MATCH-RUNS.
007670     OPEN INPUT DIX-FILE.
007680     IF NOT DIX-FILE-OK
007690      THEN
007700       DISPLAY PGMNAME, ' DIXHIST OPEN FAILED, STATUS=',
007710               DIX-FILE-STATUS, ' -- RUN ABANDONED.';
007720       SET RUN-ABORTED TO TRUE;
007730       MOVE 12 TO RETURN-CODE;
007740       GO TO 3000-EXIT.
007750     MOVE ZERO TO CUR-RUN.
007760     PERFORM 3900-READ-DIX THRU 3900-EXIT.
007770     PERFORM 3010-MATCH-DOCUMENT THRU 3010-EXIT
007780         UNTIL DIX-FILE-EOF.
007790     CLOSE DIX-FILE.
007800     MOVE 'SCANS TRACED TO NO ONE ARCHIVED PIECE' TO SL-TITLE.
007810     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
007820     PERFORM 3050-LIST-UNMATCHED THRU 3050-EXIT
007830         VARYING SX FROM 1 BY 1 UNTIL SX > SCAN-COUNT.
007840     IF UNMATCHED-COUNT = ZERO AND AMBIGUOUS-COUNT = ZERO
007850      THEN
007860       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
007870 3000-EXIT.
007880     EXIT.
007890 3010-MATCH-DOCUMENT.
007900     ADD 1 TO DIX-READ-COUNT.
007910     IF DIX-REC (1:8) = '*RUNHDR '
007920      THEN
007930       PERFORM 3800-RUN-HEADER THRU 3800-EXIT;
007940       GO TO 3010-READ.
007950     IF DIX-REC (1:1) = '*'
007960      THEN
007970       ADD 1 TO CTL-REC-COUNT;
007980       GO TO 3010-READ.
007990     IF CUR-RUN = ZERO
008000      THEN
008010       ADD 1 TO NOHDR-COUNT;
008020       GO TO 3010-READ.
008030     IF DIX-PIECE-SEQ NOT NUMERIC
008040        OR DIX-FIRST-PAGE NOT NUMERIC
008050      THEN
008060       GO TO 3010-READ.
008061     IF CUR-RUN NOT = DIX-GRP-RUN
008062        OR DIX-PIECE-SEQ NOT = DIX-GRP-PIECE
008063      THEN
008064       MOVE CUR-RUN TO DIX-GRP-RUN;
008065       MOVE DIX-PIECE-SEQ TO DIX-GRP-PIECE;
008066       MOVE DIX-FIRST-PAGE TO DIX-GRP-PAGE.
008070     MOVE DIX-PIECE-SEQ TO SEARCH-PIECE.
008080     PERFORM 3810-FIND-SCAN THRU 3810-EXIT.
008090 3010-LOOP.
008100     IF SX > SCAN-COUNT
008110      THEN
008120       GO TO 3010-READ.
008130     IF SC-PIECE (SX) NOT = SEARCH-PIECE
008140      THEN
008150       GO TO 3010-READ.
008160     IF SC-ACCOUNT (SX) = SPACES OR SC-ACCOUNT (SX) = DIX-ACCOUNT
008170      THEN
008180       IF SC-RUN (SX) = ZERO
008190        THEN
008200         MOVE CUR-RUN TO SC-RUN (SX);
008210         MOVE DIX-FIRST-PAGE TO SC-DOC-PAGE (SX)
008220        ELSE
008230         IF RT-KEY (CUR-RUN) > RT-KEY (SC-RUN (SX))
008240          THEN
008250           MOVE CUR-RUN TO SC-RUN (SX);
008260           MOVE DIX-FIRST-PAGE TO SC-DOC-PAGE (SX);
008261           MOVE SPACE TO SC-AMBIGUOUS (SX)
008262          ELSE
008263           IF SC-RUN (SX) = CUR-RUN AND SC-ACCOUNT (SX) = SPACES
008264              AND SC-DOC-PAGE (SX) NOT = DIX-GRP-PAGE
008265            THEN
008266             MOVE 'Y' TO SC-AMBIGUOUS (SX)
008267           END-IF
008270         END-IF
008280       END-IF
008290     END-IF.
008300     ADD 1 TO SX.
008310     GO TO 3010-LOOP.
008320 3010-READ.
008330     PERFORM 3900-READ-DIX THRU 3900-EXIT.
008340 3010-EXIT.
008350     EXIT.
008360 3050-LIST-UNMATCHED.
008361     IF SC-AMBIGUOUS (SX) = 'Y'
008362      THEN
008363       MOVE ZERO TO SC-RUN (SX);
008364       ADD 1 TO AMBIGUOUS-COUNT;
008365       MOVE '  -- MORE THAN ONE PIECE IN RUN' TO UL-REASON;
008366       GO TO 3050-WRITE.
008370     IF SC-RUN (SX) > ZERO
008380      THEN
008390       ADD 1 TO MATCHED-COUNT;
008400       GO TO 3050-EXIT.
008410     ADD 1 TO UNMATCHED-COUNT.
008411     MOVE '  -- NO ARCHIVED RUN CARRIES IT' TO UL-REASON.
008412 3050-WRITE.
008420     MOVE SC-PIECE (SX) TO UL-PIECE.
008430     MOVE SC-ACCOUNT (SX) TO UL-ACCOUNT.
008440     WRITE RPT-REC FROM UNMATCHED-LINE AFTER ADVANCING 1 LINE.
008450 3050-EXIT.
008460     EXIT.
008470     EJECT
008480*****************************************************************
008490*    SECOND PASS OF DIXHIST: GATHER THE STATEMENTS OF EACH      *
008500*    PIECE -- THOSE OF ONE RUN SHARING A PIECE SEQUENCE, IN A   *
008510*    ROW -- AND, WHEN A SCAN WAS TRACED TO ONE OF THEM, ENTER   *
008520*    EVERY STATEMENT OF THE PIECE AS RETURNED.                  *
008530*****************************************************************
008540 3300-COLLECT-RETURNS.
008550     IF MATCHED-COUNT = ZERO
008560      THEN
008570       GO TO 3300-EXIT.
008580     OPEN INPUT DIX-FILE.
008590     IF NOT DIX-FILE-OK
008600      THEN
008610       DISPLAY PGMNAME, ' DIXHIST OPEN FAILED, STATUS=',
008620               DIX-FILE-STATUS, ' -- RUN ABANDONED.';
008630       SET RUN-ABORTED TO TRUE;
008640       MOVE 12 TO RETURN-CODE;
008650       GO TO 3300-EXIT.
008660     MOVE ZERO TO CUR-RUN.
008670     MOVE ZERO TO GRP-COUNT.
008680     PERFORM 3900-READ-DIX THRU 3900-EXIT.
008690     PERFORM 3310-GROUP-DOCUMENT THRU 3310-EXIT
008700         UNTIL DIX-FILE-EOF.
008710     PERFORM 3320-CLOSE-GROUP THRU 3320-EXIT.
008720     CLOSE DIX-FILE.
008730 3300-EXIT.
008740     EXIT.
008750 3310-GROUP-DOCUMENT.
008760     IF DIX-REC (1:8) = '*RUNHDR '
008770      THEN
008780       PERFORM 3320-CLOSE-GROUP THRU 3320-EXIT;
008790       PERFORM 3800-RUN-HEADER THRU 3800-EXIT;
008800       GO TO 3310-READ.
008810     IF DIX-REC (1:1) = '*' OR CUR-RUN = ZERO
008820      THEN
008830       GO TO 3310-READ.
008840     IF DIX-PIECE-SEQ NOT NUMERIC
008850        OR DIX-FIRST-PAGE NOT NUMERIC
008860      THEN
008870       PERFORM 3320-CLOSE-GROUP THRU 3320-EXIT;
008880       GO TO 3310-READ.
008890     IF GRP-COUNT > ZERO AND DIX-PIECE-SEQ NOT = GRP-PIECE
008900      THEN
008910       PERFORM 3320-CLOSE-GROUP THRU 3320-EXIT.
008920     IF GRP-COUNT = ZERO
008930      THEN
008940       MOVE DIX-PIECE-SEQ TO GRP-PIECE;
008950       MOVE CUR-RUN TO GRP-RUN.
008960     IF GRP-COUNT >= GRP-MAX
008970      THEN
008980       SET TABLE-OVERFLOWED TO TRUE;
008990       GO TO 3310-READ.
009000     ADD 1 TO GRP-COUNT.
009010     MOVE DIX-ACCOUNT TO GM-ACCOUNT (GRP-COUNT).
009020     MOVE DIX-FIRST-PAGE TO GM-DOC-PAGE (GRP-COUNT).
009030 3310-READ.
009040     PERFORM 3900-READ-DIX THRU 3900-EXIT.
009050 3310-EXIT.
009060     EXIT.
009070*    the piece just gathered is returned when a scan traced to
009080*    its run matched one of its statements.
009090 3320-CLOSE-GROUP.
009100     IF GRP-COUNT = ZERO
009110      THEN
009120       GO TO 3320-EXIT.
009130     SET GRP-NOT-RETURNED TO TRUE.
009140     MOVE GRP-PIECE TO SEARCH-PIECE.
009150     PERFORM 3810-FIND-SCAN THRU 3810-EXIT.
009160 3320-LOOP.
009170     IF SX > SCAN-COUNT
009180      THEN
009190       GO TO 3320-ENTER.
009200     IF SC-PIECE (SX) NOT = SEARCH-PIECE
009210      THEN
009220       GO TO 3320-ENTER.
009230     IF SC-RUN (SX) = GRP-RUN
009240      THEN
009250       PERFORM 3330-CHECK-MEMBER THRU 3330-EXIT
009260           VARYING GX FROM 1 BY 1 UNTIL GX > GRP-COUNT.
009270     ADD 1 TO SX.
009280     GO TO 3320-LOOP.
009290 3320-ENTER.
009300     IF GRP-RETURNED
009310      THEN
009320       PERFORM 3340-ADD-RETURN THRU 3340-EXIT
009330           VARYING GX FROM 1 BY 1 UNTIL GX > GRP-COUNT.
009340     MOVE ZERO TO GRP-COUNT.
009350 3320-EXIT.
009360     EXIT.
009370 3330-CHECK-MEMBER.
009380     IF GM-DOC-PAGE (GX) = SC-DOC-PAGE (SX)
009390      THEN
009400       SET GRP-RETURNED TO TRUE.
009410 3330-EXIT.
009420     EXIT.
009430 3340-ADD-RETURN.
009440     IF RTN-COUNT >= RTN-MAX
009450      THEN
009460       SET TABLE-OVERFLOWED TO TRUE;
009470       GO TO 3340-EXIT.
009480     ADD 1 TO RTN-COUNT.
009490     MOVE GM-ACCOUNT (GX) TO RE-ACCOUNT (RTN-COUNT).
009500     MOVE RT-KEY (GRP-RUN) TO RE-RUN-KEY (RTN-COUNT).
009510     MOVE GRP-RUN TO RE-RUN (RTN-COUNT).
009520     MOVE GRP-PIECE TO RE-PIECE (RTN-COUNT).
009530     MOVE GM-DOC-PAGE (GX) TO RE-DOC-PAGE (RTN-COUNT).
009540     MOVE '??' TO RE-BIN-CODE (RTN-COUNT).
009550     MOVE LOW-VALUES TO RE-PRIOR-KEY (RTN-COUNT).
009560     MOVE SPACE TO RE-RESULT (RTN-COUNT).
009570     IF GX = 1
009580      THEN
009590       MOVE 'Y' TO RE-FIRST (RTN-COUNT)
009600      ELSE
009610       MOVE 'N' TO RE-FIRST (RTN-COUNT).
009620     ADD 1 TO RT-RETURNS (GRP-RUN).
009630 3340-EXIT.
009640     EXIT.
009650     EJECT
009660*****************************************************************
009670*    SORT THE RETURNS BY ACCOUNT AND RUN (STRAIGHT INSERTION)   *
009680*    SO EACH ACCOUNT'S RETURNS REACH THE MASTER OLDEST FIRST.   *
009690*****************************************************************
009700 3600-SORT-RETURNS.
009710     IF RTN-COUNT < 2
009720      THEN
009730       GO TO 3600-EXIT.
009740     MOVE 2 TO RX.
009750 3600-LOOP.
009760     IF RX > RTN-COUNT
009770      THEN
009780       GO TO 3600-EXIT.
009790     MOVE RTN-ENTRY (RX) TO RTN-HOLD.
009800     COMPUTE TX = RX - 1.
009810 3600-SHIFT.
009820     IF TX < 1
009830      THEN
009840       GO TO 3600-PLACE.
009850     IF RE-SORT-KEY (TX) <= RTN-HOLD-KEY
009860      THEN
009870       GO TO 3600-PLACE.
009880     MOVE RTN-ENTRY (TX) TO RTN-ENTRY (TX + 1).
009890     SUBTRACT 1 FROM TX.
009900     GO TO 3600-SHIFT.
009910 3600-PLACE.
009920     MOVE RTN-HOLD TO RTN-ENTRY (TX + 1).
009930     ADD 1 TO RX.
009940     GO TO 3600-LOOP.
009950 3600-EXIT.
009960     EXIT.
009970     EJECT
009980*****************************************************************
009990*    THIRD PASS OF DIXHIST: FOR EACH RETURN, THE NEWEST RUN     *
010000*    AHEAD OF IT THAT MAILED TO THE ACCOUNT.  A MAILING NEWER   *
010010*    THAN THE LAST RETURN COUNTED BREAKS THE CONSECUTIVE RUN.   *
010020*****************************************************************
010030 3700-PRIOR-MAILINGS.
010040     IF RTN-COUNT = ZERO
010050      THEN
010060       GO TO 3700-EXIT.
010070     OPEN INPUT DIX-FILE.
010080     IF NOT DIX-FILE-OK
010090      THEN
010100       DISPLAY PGMNAME, ' DIXHIST OPEN FAILED, STATUS=',
010110               DIX-FILE-STATUS, ' -- RUN ABANDONED.';
010120       SET RUN-ABORTED TO TRUE;
010130       MOVE 12 TO RETURN-CODE;
010140       GO TO 3700-EXIT.
010150     MOVE ZERO TO CUR-RUN.
010160     PERFORM 3900-READ-DIX THRU 3900-EXIT.
010170     PERFORM 3710-NOTE-MAILING THRU 3710-EXIT
010180         UNTIL DIX-FILE-EOF.
010190     CLOSE DIX-FILE.
010200 3700-EXIT.
010210     EXIT.
010220 3710-NOTE-MAILING.
010230     IF DIX-REC (1:8) = '*RUNHDR '
010240      THEN
010250       PERFORM 3800-RUN-HEADER THRU 3800-EXIT;
010260       GO TO 3710-READ.
010270     IF DIX-REC (1:1) = '*' OR CUR-RUN = ZERO
010280      THEN
010290       GO TO 3710-READ.
010300     MOVE DIX-ACCOUNT TO SEARCH-ACCOUNT.
010310     PERFORM 3820-FIND-RETURN THRU 3820-EXIT.
010320 3710-LOOP.
010330     IF RX > RTN-COUNT
010340      THEN
010350       GO TO 3710-READ.
010360     IF RE-ACCOUNT (RX) NOT = SEARCH-ACCOUNT
010370      THEN
010380       GO TO 3710-READ.
010390     IF RE-RUN-KEY (RX) > RT-KEY (CUR-RUN)
010400        AND RE-PRIOR-KEY (RX) < RT-KEY (CUR-RUN)
010410      THEN
010420       MOVE RT-KEY (CUR-RUN) TO RE-PRIOR-KEY (RX).
010430     ADD 1 TO RX.
010440     GO TO 3710-LOOP.
010450 3710-READ.
010460     PERFORM 3900-READ-DIX THRU 3900-EXIT.
010470 3710-EXIT.
010480     EXIT.
010490     EJECT
010500*****************************************************************
010510*    A *RUNHDR RECORD: FIND THE RUN IN THE RUN TABLE, ADDING IT *
010520*    THE FIRST TIME IT IS MET, AND MAKE IT THE CURRENT RUN.  A  *
010530*    HEADER WITH NO USABLE DATE LEAVES NO RUN CURRENT.          *
010540*****************************************************************
010550 3800-RUN-HEADER.
010560     MOVE ZERO TO CUR-RUN.
010570     MOVE DIX-REC (1:32) TO HDR-RUN-FIELDS.
010580 3800-LOOKUP.
010590     IF HR-DATE NOT NUMERIC
010600      THEN
010610       ADD 1 TO BAD-REC-COUNT;
010620       GO TO 3800-EXIT.
010630     MOVE 1 TO TX.
010640 3800-LOOP.
010650     IF TX > RUN-COUNT
010660      THEN
010670       GO TO 3800-ADD.
010680     IF RT-KEY (TX) = HR-KEY AND RT-JOBNAME (TX) = HR-JOBNAME
010690      THEN
010700       MOVE TX TO CUR-RUN;
010710       GO TO 3800-EXIT.
010720     ADD 1 TO TX.
010730     GO TO 3800-LOOP.
010740 3800-ADD.
010750     IF RUN-COUNT >= RUN-MAX
010760      THEN
010770       SET TABLE-OVERFLOWED TO TRUE;
010780       GO TO 3800-EXIT.
010790     ADD 1 TO RUN-COUNT.
010800     MOVE HR-JOBNAME TO RT-JOBNAME (RUN-COUNT).
010810     MOVE HR-KEY TO RT-KEY (RUN-COUNT).
010820     MOVE ZERO TO RT-RETURNS (RUN-COUNT).
010830     MOVE RUN-COUNT TO CUR-RUN.
010840 3800-EXIT.
010850     EXIT.
010860*    the INSHIST header enters the same lookup.
010870 3805-INS-HEADER.
010880     MOVE ZERO TO CUR-RUN.
010890     MOVE INS-REC (1:32) TO HDR-RUN-FIELDS.
010900     PERFORM 3800-LOOKUP THRU 3800-EXIT.
010910 3805-EXIT.
010920     EXIT.
010930*    SX returns the first scan whose piece sequence is not below
010940*    SEARCH-PIECE (past the table when there is none).
010950 3810-FIND-SCAN.
010960     MOVE 1 TO LO-X.
010970     COMPUTE HI-X = SCAN-COUNT + 1.
010980 3810-LOOP.
010990     IF LO-X >= HI-X
011000      THEN
011010       MOVE LO-X TO SX;
011020       GO TO 3810-EXIT.
011030     COMPUTE MID-X = (LO-X + HI-X) / 2.
011040     IF SC-PIECE (MID-X) < SEARCH-PIECE
011050      THEN
011060       COMPUTE LO-X = MID-X + 1
011070      ELSE
011080       MOVE MID-X TO HI-X.
011090     GO TO 3810-LOOP.
011100 3810-EXIT.
011110     EXIT.
011120*    RX returns the first return whose account is not below
011130*    SEARCH-ACCOUNT (past the table when there is none).
011140 3820-FIND-RETURN.
011150     MOVE 1 TO LO-X.
011160     COMPUTE HI-X = RTN-COUNT + 1.
011170 3820-LOOP.
011180     IF LO-X >= HI-X
011190      THEN
011200       MOVE LO-X TO RX;
011210       GO TO 3820-EXIT.
011220     COMPUTE MID-X = (LO-X + HI-X) / 2.
011230     IF RE-ACCOUNT (MID-X) < SEARCH-ACCOUNT
011240      THEN
011250       COMPUTE LO-X = MID-X + 1
011260      ELSE
011270       MOVE MID-X TO HI-X.
011280     GO TO 3820-LOOP.
011290 3820-EXIT.
011300     EXIT.
011310 3900-READ-DIX.
011320     READ DIX-FILE
011330      AT END
011340       CONTINUE
011350      NOT AT END
011360       CONTINUE
011370     END-READ.
011380 3900-EXIT.
011390     EXIT.
011400     EJECT
011410*****************************************************************
011420*    READ INSHIST FOR THE BIN OF EACH RETURN: THE PIECE OF ITS  *
011430*    RUN WHOSE PAGE SPAN HOLDS THE STATEMENT'S FIRST PAGE.  A   *
011440*    RETURN WITH NO SUCH PIECE KEEPS BIN '??'.                  *
011450*****************************************************************
011460 4000-FIND-BINS.
011470     IF RTN-COUNT = ZERO
011480      THEN
011490       GO TO 4000-EXIT.
011500     OPEN INPUT INS-FILE.
011510     IF NOT INS-FILE-OK
011520      THEN
011530       DISPLAY PGMNAME, ' INSHIST OPEN FAILED, STATUS=',
011540               INS-FILE-STATUS, ' -- RUN ABANDONED.';
011550       SET RUN-ABORTED TO TRUE;
011560       MOVE 12 TO RETURN-CODE;
011570       GO TO 4000-EXIT.
011580     MOVE ZERO TO CUR-RUN.
011590     PERFORM 4100-READ-INS THRU 4100-EXIT.
011600     PERFORM 4010-MATCH-PIECE THRU 4010-EXIT
011610         UNTIL INS-FILE-EOF.
011620     CLOSE INS-FILE.
011630 4000-EXIT.
011640     EXIT.
011650 4010-MATCH-PIECE.
011660     ADD 1 TO INS-READ-COUNT.
011670     IF INS-REC (1:8) = '*RUNHDR '
011680      THEN
011690       PERFORM 3805-INS-HEADER THRU 3805-EXIT;
011700       GO TO 4010-READ.
011710     IF INS-REC (1:1) = '*' OR CUR-RUN = ZERO
011720      THEN
011730       GO TO 4010-READ.
011740     IF RT-RETURNS (CUR-RUN) = ZERO
011750      THEN
011760       GO TO 4010-READ.
011770     IF INS-START-PAGE NOT NUMERIC OR INS-END-PAGE NOT NUMERIC
011780      THEN
011790       ADD 1 TO BAD-REC-COUNT;
011800       GO TO 4010-READ.
011810     PERFORM 4020-SET-BIN THRU 4020-EXIT
011820         VARYING RX FROM 1 BY 1 UNTIL RX > RTN-COUNT.
011830 4010-READ.
011840     PERFORM 4100-READ-INS THRU 4100-EXIT.
011850 4010-EXIT.
011860     EXIT.
011870 4020-SET-BIN.
011880     IF RE-RUN (RX) = CUR-RUN
011890        AND RE-DOC-PAGE (RX) NOT < INS-START-PAGE
011900        AND RE-DOC-PAGE (RX) NOT > INS-END-PAGE
011910      THEN
011920       MOVE INS-BIN-CODE TO RE-BIN-CODE (RX).
011930 4020-EXIT.
011940     EXIT.
011950 4100-READ-INS.
011960     READ INS-FILE
011970      AT END
011980       CONTINUE
011990      NOT AT END
012000       CONTINUE
012010     END-READ.
012020 4100-EXIT.
012030     EXIT.
012040     EJECT
012050*****************************************************************
012060*    COUNT ONE RETURN AGAINST THE ACCOUNT'S MHMAST RECORD,      *
012070*    ADDING THE RECORD ON THE ACCOUNT'S FIRST RETURN, AND HOLD  *
012080*    THE ACCOUNT WHEN ITS CONSECUTIVE RETURNS REACH HOLDAT.     *
012090*****************************************************************
012100 5000-UPDATE-MASTER.
012110     MOVE RE-ACCOUNT (RX) TO MHM-ACCOUNT.
012120     READ MHM-FILE RECORD KEY IS MHM-ACCOUNT.
012130     IF MHM-NOT-FOUND
012140      THEN
012150       SET NEW-MASTER TO TRUE;
012160       MOVE SPACES TO MHM-REC;
012170       MOVE RE-ACCOUNT (RX) TO MHM-ACCOUNT;
012180       SET MHM-ACTIVE TO TRUE;
012190       MOVE ZERO TO MHM-TOTAL-RETURNS;
012200       MOVE ZERO TO MHM-CONSECUTIVE;
012210       MOVE ZERO TO MHM-LAST-RUN-DATE;
012220       MOVE RUN-DATE-TODAY TO MHM-FIRST-SCAN-DATE;
012230       MOVE ZERO TO MHM-HELD-DATE;
012240       MOVE ZERO TO MHM-RELEASED-DATE
012250      ELSE
012260       SET OLD-MASTER TO TRUE;
012270       IF NOT MHM-FILE-OK
012280        THEN
012290         GO TO 5000-FAILED
012300       END-IF
012310     END-IF.
012320     MOVE RE-RUN (RX) TO TX.
012330     IF RE-RUN-KEY (RX) = MHM-LAST-KEY
012340      THEN
012350       MOVE 'D' TO RE-RESULT (RX);
012360       ADD 1 TO DUP-COUNT;
012370       GO TO 5000-EXIT.
012380     ADD 1 TO MHM-TOTAL-RETURNS.
012390     MOVE RUN-DATE-TODAY TO MHM-LAST-SCAN-DATE.
012400     IF RE-RUN-KEY (RX) < MHM-LAST-KEY
012410      THEN
012420       MOVE 'L' TO RE-RESULT (RX);
012430       ADD 1 TO LATE-COUNT;
012440       GO TO 5000-WRITE.
012450     MOVE 'C' TO RE-RESULT (RX).
012460     IF RE-PRIOR-KEY (RX) > MHM-LAST-KEY
012470      THEN
012480       MOVE 1 TO MHM-CONSECUTIVE
012490      ELSE
012500       IF MHM-CONSECUTIVE < 999
012510        THEN
012520         ADD 1 TO MHM-CONSECUTIVE
012530       END-IF
012540     END-IF.
012550     MOVE RT-JOBNAME (TX) TO MHM-LAST-JOBNAME.
012560     MOVE RE-RUN-KEY (RX) TO MHM-LAST-KEY.
012570     IF MHM-CONSECUTIVE < HOLD-AT OR MHM-HELD
012580      THEN
012590       GO TO 5000-WRITE.
012600     SET MHM-HELD TO TRUE.
012610     MOVE RUN-DATE-TODAY TO MHM-HELD-DATE.
012620     MOVE 'H' TO RE-RESULT (RX).
012630     ADD 1 TO NEW-HOLD-COUNT.
012640     IF HEADING-DUE
012650      THEN
012660       MOVE 'ACCOUNTS NEWLY HELD' TO SL-TITLE;
012670       WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES;
012680       WRITE RPT-REC FROM HOLD-HDR-LINE AFTER ADVANCING 1 LINE;
012690       SET HEADING-DONE TO TRUE.
012700     MOVE MHM-ACCOUNT TO HL-ACCOUNT.
012710     MOVE MHM-CONSECUTIVE TO HL-CONSECUTIVE.
012720     MOVE MHM-TOTAL-RETURNS TO HL-TOTAL.
012730     MOVE MHM-LAST-RUN-DATE TO HL-CYCLE.
012740     MOVE MHM-LAST-JOBNAME TO HL-JOBNAME.
012750     WRITE RPT-REC FROM HOLD-LINE AFTER ADVANCING 1 LINE.
012760 5000-WRITE.
012770     IF NEW-MASTER
012780      THEN
012790       WRITE MHM-REC;
012800       ADD 1 TO ADDED-COUNT
012810      ELSE
012820       REWRITE MHM-REC.
012830     IF NOT MHM-FILE-OK
012840      THEN
012850       GO TO 5000-FAILED.
012860     ADD 1 TO COUNTED-COUNT.
012870     PERFORM 5100-ADD-SUMMARY THRU 5100-EXIT.
012880     GO TO 5000-EXIT.
012890 5000-FAILED.
012900     DISPLAY PGMNAME, ' MHMAST UPDATE FAILED, STATUS=',
012910             MHM-FILE-STATUS, ' ACCOUNT ', RE-ACCOUNT (RX),
012920             ' -- RUN ABANDONED.'.
012930     SET RUN-ABORTED TO TRUE.
012940     MOVE 12 TO RETURN-CODE.
012950 5000-EXIT.
012960     EXIT.
012970*    add the return to its cycle, jobname, and bin line; the
012980*    first statement of a piece also counts the piece.
012990 5100-ADD-SUMMARY.
013000     MOVE RE-RUN-KEY (RX) (1:8) TO SUM-HOLD-KEY (1:8).
013010     MOVE RT-JOBNAME (TX) TO SUM-HOLD-KEY (9:8).
013020     MOVE RE-BIN-CODE (RX) TO SUM-HOLD-KEY (17:2).
013030     IF RE-BIN-CODE (RX) = '??'
013040      THEN
013050       ADD 1 TO NOBIN-COUNT.
013060     MOVE 1 TO MX.
013070 5100-LOOP.
013080     IF MX > SUM-COUNT
013090      THEN
013100       GO TO 5100-ADD.
013110     IF SM-KEY (MX) = SUM-HOLD-KEY
013120      THEN
013130       GO TO 5100-COUNT.
013140     ADD 1 TO MX.
013150     GO TO 5100-LOOP.
013160 5100-ADD.
013170     IF SUM-COUNT >= SUM-MAX
013180      THEN
013190       SET TABLE-OVERFLOWED TO TRUE;
013200       GO TO 5100-EXIT.
013210     ADD 1 TO SUM-COUNT.
013220     MOVE SUM-COUNT TO MX.
013230     MOVE SUM-HOLD-KEY TO SM-KEY (MX).
013240     MOVE ZERO TO SM-PIECES (MX).
013250     MOVE ZERO TO SM-DOCS (MX).
013260 5100-COUNT.
013270     ADD 1 TO SM-DOCS (MX).
013280     IF RE-FIRST (RX) = 'Y'
013290      THEN
013300       ADD 1 TO SM-PIECES (MX).
013310 5100-EXIT.
013320     EXIT.
013330     EJECT
013340*****************************************************************
013350*    ONE RELEASE CARD: A HELD ACCOUNT GOES BACK TO MAILING AND  *
013360*    ITS CONSECUTIVE COUNT STARTS OVER.                         *
013370*****************************************************************
013380 5500-RELEASE.
013390     MOVE RQ-ACCOUNT (QX) TO MHM-ACCOUNT.
013400     MOVE RQ-ACCOUNT (QX) TO RLL-ACCOUNT.
013410     READ MHM-FILE RECORD KEY IS MHM-ACCOUNT.
013420     IF MHM-NOT-FOUND
013430      THEN
013440       MOVE 'NOT ON MHMAST -- IGNORED' TO RLL-RESULT;
013450       GO TO 5500-PRINT.
013460     IF NOT MHM-FILE-OK
013470      THEN
013480       GO TO 5500-FAILED.
013490     IF NOT MHM-HELD
013500      THEN
013510       MOVE 'NOT HELD -- IGNORED' TO RLL-RESULT;
013520       GO TO 5500-PRINT.
013530     SET MHM-RELEASED TO TRUE.
013540     MOVE ZERO TO MHM-CONSECUTIVE.
013550     MOVE RUN-DATE-TODAY TO MHM-RELEASED-DATE.
013560     REWRITE MHM-REC.
013570     IF NOT MHM-FILE-OK
013580      THEN
013590       GO TO 5500-FAILED.
013600     ADD 1 TO RELEASED-COUNT.
013610     MOVE 'RELEASED' TO RLL-RESULT.
013620 5500-PRINT.
013630     WRITE RPT-REC FROM RELEASE-LINE AFTER ADVANCING 1 LINE.
013640     GO TO 5500-EXIT.
013650 5500-FAILED.
013660     DISPLAY PGMNAME, ' MHMAST UPDATE FAILED, STATUS=',
013670             MHM-FILE-STATUS, ' ACCOUNT ', RQ-ACCOUNT (QX),
013680             ' -- RUN ABANDONED.'.
013690     SET RUN-ABORTED TO TRUE.
013700     MOVE 12 TO RETURN-CODE.
013710 5500-EXIT.
013720     EXIT.
013730     EJECT
013740*****************************************************************
013750*    REWRITE MAILHOLD FROM THE MASTER: ONE RECORD PER ACCOUNT   *
013760*    NOW HELD, IN ACCOUNT ORDER.                                *
013770*****************************************************************
013780 6000-WRITE-HOLD-LIST.
013790     OPEN OUTPUT HOLD-FILE.
013800     IF HOLD-FILE-OK
013810      THEN
013820       SET HOLD-OPEN TO TRUE
013830      ELSE
013840       DISPLAY PGMNAME, ' MAILHOLD OPEN FAILED, STATUS=',
013850               HOLD-FILE-STATUS, ' -- RUN ABANDONED.';
013860       SET RUN-ABORTED TO TRUE;
013870       MOVE 12 TO RETURN-CODE;
013880       GO TO 6000-EXIT.
013890     MOVE LOW-VALUES TO MHM-ACCOUNT.
013900     START MHM-FILE KEY IS NOT LESS THAN MHM-ACCOUNT.
013910     IF MHM-NOT-FOUND
013920      THEN
013930       GO TO 6000-EXIT.
013940     IF NOT MHM-FILE-OK
013950      THEN
013960       GO TO 6000-FAILED.
013970 6000-LOOP.
013980     READ MHM-FILE NEXT RECORD
013990      AT END
014000       GO TO 6000-EXIT
014010     END-READ.
014020     IF NOT MHM-FILE-OK
014030      THEN
014040       GO TO 6000-FAILED.
014050     IF NOT MHM-HELD
014060      THEN
014070       GO TO 6000-LOOP.
014080     MOVE SPACES TO HOLD-REC.
014090     MOVE MHM-ACCOUNT TO HOLD-ACCOUNT.
014100     MOVE MHM-CONSECUTIVE TO HOLD-CONSECUTIVE.
014110     MOVE MHM-TOTAL-RETURNS TO HOLD-TOTAL.
014120     MOVE MHM-LAST-RUN-DATE TO HOLD-LAST-CYCLE.
014130     MOVE MHM-HELD-DATE TO HOLD-HELD-DATE.
014140     WRITE HOLD-REC.
014150     ADD 1 TO HELD-COUNT.
014160     GO TO 6000-LOOP.
014170 6000-FAILED.
014180     DISPLAY PGMNAME, ' MHMAST BROWSE FAILED, STATUS=',
014190             MHM-FILE-STATUS, ' -- RUN ABANDONED.'.
014200     SET RUN-ABORTED TO TRUE.
014210     MOVE 12 TO RETURN-CODE.
014220 6000-EXIT.
014230     EXIT.
014240     EJECT
014250*****************************************************************
014260*    THE RETURNS BY CYCLE, JOBNAME, AND BIN WITH A TOTAL PER    *
014270*    CYCLE AND FOR THE RUN, THEN THE RUN'S COUNTS.  AN          *
014280*    UNMATCHED OR AMBIGUOUS SCAN OR A NEW HOLD SETS RC 4.       *
014290*****************************************************************
014300 7000-PRINT-SUMMARY.
014310     PERFORM 7100-SORT-SUMMARY THRU 7100-EXIT.
014320     MOVE 'RETURNS BY CYCLE AND BIN' TO SL-TITLE.
014330     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
014340     IF SUM-COUNT = ZERO
014350      THEN
014360       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE;
014370       GO TO 7000-TOTALS.
014380     WRITE RPT-REC FROM SUM-HDR-LINE AFTER ADVANCING 1 LINE.
014390     MOVE SM-CYCLE (1) TO CUR-CYCLE.
014400     MOVE ZERO TO CYCLE-PIECES.
014410     MOVE ZERO TO CYCLE-DOCS.
014420     MOVE 1 TO MX.
014430 7000-LOOP.
014440     IF MX > SUM-COUNT
014450      THEN
014460       GO TO 7000-LAST.
014470     IF SM-CYCLE (MX) NOT = CUR-CYCLE
014480      THEN
014490       PERFORM 7200-CYCLE-TOTAL THRU 7200-EXIT;
014500       MOVE SM-CYCLE (MX) TO CUR-CYCLE.
014510     MOVE SM-CYCLE (MX) TO SUL-CYCLE.
014520     MOVE SM-JOBNAME (MX) TO SUL-JOBNAME.
014530     MOVE SM-BIN-CODE (MX) TO SUL-BIN.
014540     MOVE SM-PIECES (MX) TO SUL-PIECES.
014550     MOVE SM-DOCS (MX) TO SUL-DOCS.
014560     WRITE RPT-REC FROM SUM-LINE AFTER ADVANCING 1 LINE.
014570     ADD SM-PIECES (MX) TO CYCLE-PIECES.
014580     ADD SM-DOCS (MX) TO CYCLE-DOCS.
014590     ADD 1 TO MX.
014600     GO TO 7000-LOOP.
014610 7000-LAST.
014620     PERFORM 7200-CYCLE-TOTAL THRU 7200-EXIT.
014630     MOVE 'ALL CYCLES' TO STL-LABEL.
014640     MOVE GRAND-PIECES TO STL-PIECES.
014650     MOVE GRAND-DOCS TO STL-DOCS.
014660     WRITE RPT-REC FROM SUM-TOTAL-LINE AFTER ADVANCING 2 LINES.
014670 7000-TOTALS.
014680     MOVE 'SCANS READ' TO TL-LABEL.
014690     MOVE SCAN-COUNT TO TL-VALUE.
014700     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
014710     MOVE '  TRACED TO A RUN' TO TL-LABEL.
014720     MOVE MATCHED-COUNT TO TL-VALUE.
014730     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014740     MOVE '  MATCHING NO ARCHIVED RUN' TO TL-LABEL.
014750     MOVE UNMATCHED-COUNT TO TL-VALUE.
014760     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014761     MOVE '  MATCHING MORE THAN ONE PIECE' TO TL-LABEL.
014762     MOVE AMBIGUOUS-COUNT TO TL-VALUE.
014763     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014770     MOVE 'RETURNS COUNTED' TO TL-LABEL.
014780     MOVE COUNTED-COUNT TO TL-VALUE.
014790     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
014800     MOVE '  OLDER THAN THE LAST (TOTAL ONLY)' TO TL-LABEL.
014810     MOVE LATE-COUNT TO TL-VALUE.
014820     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014830     MOVE '  WITH NO INSHIST PIECE (BIN ??)' TO TL-LABEL.
014840     MOVE NOBIN-COUNT TO TL-VALUE.
014850     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014860     MOVE 'DUPLICATE RETURNS IGNORED' TO TL-LABEL.
014870     MOVE DUP-COUNT TO TL-VALUE.
014880     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014890     MOVE 'ACCOUNTS NEWLY HELD' TO TL-LABEL.
014900     MOVE NEW-HOLD-COUNT TO TL-VALUE.
014910     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
014920     MOVE 'ACCOUNTS RELEASED' TO TL-LABEL.
014930     MOVE RELEASED-COUNT TO TL-VALUE.
014940     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014950     MOVE 'ACCOUNTS ON THE HOLD LIST' TO TL-LABEL.
014960     MOVE HELD-COUNT TO TL-VALUE.
014970     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
014980     IF UNMATCHED-COUNT > ZERO OR AMBIGUOUS-COUNT > ZERO
014985        OR NEW-HOLD-COUNT > ZERO
014990      THEN
015000       MOVE 4 TO RETURN-CODE.
015010 7000-EXIT.
015020     EXIT.
015030*    sort the summary lines by cycle, jobname, and bin (straight
015040*    insertion -- the table is small).
015050 7100-SORT-SUMMARY.
015060     IF SUM-COUNT < 2
015070      THEN
015080       GO TO 7100-EXIT.
015090     MOVE 2 TO MX.
015100 7100-LOOP.
015110     IF MX > SUM-COUNT
015120      THEN
015130       GO TO 7100-EXIT.
015140     MOVE SUM-ENTRY (MX) TO SUM-HOLD.
015150     COMPUTE TX = MX - 1.
015160 7100-SHIFT.
015170     IF TX < 1
015180      THEN
015190       GO TO 7100-PLACE.
015200     IF SM-KEY (TX) <= SUM-HOLD-KEY
015210      THEN
015220       GO TO 7100-PLACE.
015230     MOVE SUM-ENTRY (TX) TO SUM-ENTRY (TX + 1).
015240     SUBTRACT 1 FROM TX.
015250     GO TO 7100-SHIFT.
015260 7100-PLACE.
015270     MOVE SUM-HOLD TO SUM-ENTRY (TX + 1).
015280     ADD 1 TO MX.
015290     GO TO 7100-LOOP.
015300 7100-EXIT.
015310     EXIT.
015320 7200-CYCLE-TOTAL.
015330     MOVE CUR-CYCLE TO STL-CYCLE.
015340     MOVE STL-CYCLE-LABEL TO STL-LABEL.
015350     MOVE CYCLE-PIECES TO STL-PIECES.
015360     MOVE CYCLE-DOCS TO STL-DOCS.
015370     WRITE RPT-REC FROM SUM-TOTAL-LINE AFTER ADVANCING 1 LINE.
015380     ADD CYCLE-PIECES TO GRAND-PIECES.
015390     ADD CYCLE-DOCS TO GRAND-DOCS.
015400     MOVE ZERO TO CYCLE-PIECES.
015410     MOVE ZERO TO CYCLE-DOCS.
015420 7200-EXIT.
015430     EXIT.
015440     EJECT
015450*****************************************************************
015460*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
015470*****************************************************************
015480 9000-TERMINATE.
015490     IF SCAN-OPEN
015500      THEN
015510       CLOSE SCAN-FILE.
015520     IF PARM-OPEN
015530      THEN
015540       CLOSE PARM-FILE.
015550     IF MHM-OPEN
015560      THEN
015570       CLOSE MHM-FILE.
015580     IF HOLD-OPEN
015590      THEN
015600       CLOSE HOLD-FILE.
015610     IF RPT-OPEN
015620      THEN
015630       CLOSE RPT-FILE.
015640     MOVE SCAN-READ-COUNT TO CNT-DISP.
015650     DISPLAY PGMNAME, CNT-DISP, ' RTNSCAN records read.'.
015660     MOVE DIX-READ-COUNT TO CNT-DISP.
015670     DISPLAY PGMNAME, CNT-DISP, ' DIXHIST records read.'.
015680     MOVE INS-READ-COUNT TO CNT-DISP.
015690     DISPLAY PGMNAME, CNT-DISP, ' INSHIST records read.'.
015700     MOVE RUN-COUNT TO CNT-DISP.
015710     DISPLAY PGMNAME, CNT-DISP, ' archived runs seen.'.
015720     MOVE UNMATCHED-COUNT TO CNT-DISP.
015730     DISPLAY PGMNAME, CNT-DISP, ' scans matched no run.'.
015731     MOVE AMBIGUOUS-COUNT TO CNT-DISP.
015732     DISPLAY PGMNAME, CNT-DISP, ' scans were ambiguous.'.
015740     MOVE COUNTED-COUNT TO CNT-DISP.
015750     DISPLAY PGMNAME, CNT-DISP, ' returns counted.'.
015760     MOVE ADDED-COUNT TO CNT-DISP.
015770     DISPLAY PGMNAME, CNT-DISP, ' accounts added to MHMAST.'.
015780     MOVE NEW-HOLD-COUNT TO CNT-DISP.
015790     DISPLAY PGMNAME, CNT-DISP, ' accounts newly held.'.
015800     MOVE HELD-COUNT TO CNT-DISP.
015810     DISPLAY PGMNAME, CNT-DISP, ' accounts on MAILHOLD.'.
015820     IF NOHDR-COUNT > ZERO
015830      THEN
015840       MOVE NOHDR-COUNT TO CNT-DISP;
015850       DISPLAY PGMNAME, CNT-DISP, ' DIXHIST records ahead of any',
015860               ' run header skipped.'
015870     END-IF.
015880     IF BAD-REC-COUNT > ZERO
015890      THEN
015900       MOVE BAD-REC-COUNT TO CNT-DISP;
015910       DISPLAY PGMNAME, CNT-DISP, ' malformed records skipped.'
015920     END-IF.
015930     IF TABLE-OVERFLOWED AND NOT RUN-ABORTED
015940      THEN
015950       DISPLAY PGMNAME, ' SUMMARY TABLE OVERFLOWED -- REPORT',
015960               ' INCOMPLETE, RC SET TO 12.';
015970       MOVE 12 TO RETURN-CODE
015980     END-IF.
015990 9000-EXIT.
016000     EXIT.
016010 END PROGRAM APKRTML.
