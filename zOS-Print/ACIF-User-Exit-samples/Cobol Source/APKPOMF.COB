000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:20:00 BY DELGADO  VERSION 04   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKPOMF.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Proof-of-mailing master update, run after APKINSCF
000170               has reconciled the night's inserter confirmations.
000180               DOCINDEX knows each statement's account and first
000190               page, INSCTL knows the inserter piece that carried
000200               it and the bin it went to, and INSCONF knows what
000210               the inserter actually enveloped; nothing else
000220               links the three.  This program joins them and
000230               files one proof-of-mailing record per statement
000240               in the POMAST master, so customer service and the
000250               regulators can be shown that a given account's
000260               statement was printed and enveloped on a given
000270               night.
000280
000290               Each record carries the account, the cycle date,
000300               the run identity (jobname, run date, and per-run
000310               token from *RUNHDR), the statement's first page
000320               and page count, the start page, page count, and
000330               bin code of the piece that carried it, and its
000340               status:
000350
000360                 C  confirmed -- the inserter enveloped the
000370                    piece (whole, or this statement of a
000380                    household piece on its own);
000390                 U  unconfirmed -- no confirmation came back,
000400                    or no INSCTL piece covers the statement;
000410                 V  diverted -- the piece went out under the
000420                    diversion bin code '99' for hand handling.
000430
000440               POMAST is a VSAM key-sequenced dataset keyed on
000450               account, cycle date, run identity, and first
000460               page, so one account's mailings over any date
000470               range are a START and a run of sequential reads.
000480               Rerunning the same night replaces that run's
000490               records (a corrected INSCONF updates the status)
000500               instead of adding second copies.  An empty
000510               POMAST (just defined) is loaded on first use.
000520
000530               POMPARM control cards ('*' in column 1 is a
000540               comment; keyword in columns 1-8, operands from
000550               column 10):
000560
000570                 CYCLE    yyyymmdd  statement cycle date for
000580                          the run's records; the *RUNHDR run date
000590                          when omitted.
000600                 PURGE    nnn  delete every record whose cycle
000610                          date is more than nnn months before
000620                          today -- the regulatory holding period.
000630                          No purge is made without this card.
000640                 INQUIRE  account  yyyymmdd  yyyymmdd  list the
000650                          account's records with cycle dates in
000660                          the range (zero or blank: open ended)
000670                          on the report.  Up to 50 per run.
000680
000690               The run's DOCINDEX and INSCTL must carry the same
000700               *RUNHDR; an empty DOCINDEX adds nothing, so a job
000710               with DOCINDEX, INSCTL, and INSCONF as DD DUMMY
000720               only purges and answers inquiries.
000730
000740               Return codes: 0 every statement filed, 4 one or
000750               more statements carried by no INSCTL piece (filed
000760               unconfirmed and listed), 12 a dataset could not
000770               be opened, a control card is in error, the run
000780               headers are missing or do not match, a table
000790               overflowed, or a POMAST update failed.
000800
000810               Datasets allocated in the job step: DOCINDEX,
000820               INSCTL, and INSCONF (input, one run), POMPARM
000830               (input control cards), POMAST (VSAM KSDS,
000840               update), and POMRPT (output report).
000850
000860 DATE-WRITTEN. 15 Oct 2026.
000870 DATE-COMPILED.
000880 SECURITY. IBM SAMPLE CODE ONLY.
000890*/**************************************************************/
000900*/* Licensed under the Apache License, Version 2.0 (the        */
000910*/* "License"); you may not use this file except in compliance */
000920*/* with the License. You may obtain a copy of the License at  */
000930*/*                                                            */
000940*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000950*/*                                                            */
000960*/* Unless required by applicable law or agreed to in writing, */
000970*/* software distributed under the License is distributed on an*/
000980*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000990*/* KIND, either express or implied.  See the License for the  */
001000*/* specific language governing permissions and limitations    */
001010*/* under the License.                                         */
001020*/*------------------------------------------------------------*/
001030*/*                                                            */
001040*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
001050*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
001060*/*                                                            */
001070*/*   Permission to use, copy, modify, and distribute          */
001080*/*   this software for any purpose with or without fee        */
001090*/*   is hereby granted, provided that the above               */
001100*/*   copyright notices appear in all copies.                  */
001110*/*                                                            */
001120*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001130*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001140*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001150*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001160*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001170*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001180*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001190*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001210*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001220*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001230*/**************************************************************/
001240 TITLE 'PER-ACCOUNT PROOF-OF-MAILING MASTER UPDATE'.
001250 ENVIRONMENT DIVISION.
001260 CONFIGURATION SECTION.
001270 SOURCE-COMPUTER. IBM-370.
001280 OBJECT-COMPUTER. IBM-370.
001290     EJECT
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT DOCIDX-FILE ASSIGN TO DOCINDEX
001330         FILE STATUS IS DOCIDX-FILE-STATUS.
001340     SELECT INS-FILE ASSIGN TO INSCTL
001350         FILE STATUS IS INS-FILE-STATUS.
001360     SELECT CONF-FILE ASSIGN TO INSCONF
001370         FILE STATUS IS CONF-FILE-STATUS.
001380     SELECT PARM-FILE ASSIGN TO POMPARM
001390         FILE STATUS IS PARM-FILE-STATUS.
001400     SELECT POM-FILE ASSIGN TO POMAST
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS POM-KEY
001440         FILE STATUS IS POM-FILE-STATUS.
001450     SELECT RPT-FILE ASSIGN TO POMRPT
001460         FILE STATUS IS RPT-FILE-STATUS.
001470     EJECT
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  DOCIDX-FILE
001510     RECORDING MODE F
001520     LABEL RECORDS STANDARD
001530     BLOCK CONTAINS 0 RECORDS
001540     RECORD CONTAINS 80 CHARACTERS.
001550 01  DOCIDX-REC.
001560*    one statement document, written by APKINLLE.
001570     05  DOCIDX-ACCOUNT      PIC X(10).
001580     05  DOCIDX-FIRST-PAGE   PIC 9(8).
001590     05  DOCIDX-PAGE-COUNT   PIC 9(8).
001600     05  FILLER              PIC X(54).
001610     EJECT
001620 FD  INS-FILE
001630     RECORDING MODE F
001640     LABEL RECORDS STANDARD
001650     BLOCK CONTAINS 0 RECORDS
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  INS-REC.
001680*    one inserter piece, written by APKINLLE, with the
001690*    statements of a household piece.
001700     05  INS-START-PAGE      PIC 9(8).
001710     05  INS-END-PAGE        PIC 9(8).
001720     05  INS-PAGE-COUNT      PIC 9(8).
001730     05  INS-BIN-CODE        PIC X(2).
001740     05  INS-HH-AREA.
001750         10  INS-HH-DOCS     PIC 9(2).
001760         10  INS-HH-MEMBER OCCURS 6 TIMES.
001770             15  INS-HH-OFFSET   PIC 9(4).
001780             15  INS-HH-PAGES    PIC 9(4).
001790     05  FILLER              PIC X(4).
001800     EJECT
001810 FD  CONF-FILE
001820     RECORDING MODE F
001830     LABEL RECORDS STANDARD
001840     BLOCK CONTAINS 0 RECORDS
001850     RECORD CONTAINS 80 CHARACTERS.
001860 01  CONF-REC.
001870*    one enveloped piece, returned by the inserter vendor.
001880     05  CONF-START-PAGE     PIC 9(8).
001890     05  CONF-PAGE-COUNT     PIC 9(8).
001900     05  FILLER              PIC X(64).
001910     EJECT
001920 FD  PARM-FILE
001930     RECORDING MODE F
001940     LABEL RECORDS STANDARD
001950     BLOCK CONTAINS 0 RECORDS
001960     RECORD CONTAINS 80 CHARACTERS.
001970 01  PARM-REC.
001980     05  PARM-KEYWORD        PIC X(8).
001990     05  FILLER              PIC X(1).
002000     05  PARM-CYCLE-DATE     PIC 9(8).
002010     05  FILLER              PIC X(63).
002020 01  PARM-PURGE-REC.
002030     05  FILLER              PIC X(9).
002040     05  PARM-MONTHS         PIC 9(3).
002050     05  FILLER              PIC X(68).
002060 01  PARM-INQ-REC.
002070     05  FILLER              PIC X(9).
002080     05  PARM-ACCOUNT        PIC X(10).
002090     05  FILLER              PIC X(1).
002100     05  PARM-FROM-DATE      PIC 9(8).
002110     05  FILLER              PIC X(1).
002120     05  PARM-TO-DATE        PIC 9(8).
002130     05  FILLER              PIC X(43).
002140     EJECT
002150 FD  POM-FILE
002160     LABEL RECORDS STANDARD
002170     RECORD CONTAINS 100 CHARACTERS.
002180 01  POM-REC.
002190*    one statement mailed: the key orders an account's mailings
002200*    by cycle date, then by the run and page that carried them.
002210     05  POM-KEY.
002220         10  POM-ACCOUNT     PIC X(10).
002230         10  POM-CYCLE-DATE  PIC 9(8).
002240         10  POM-JOBNAME     PIC X(8).
002250         10  POM-RUN-DATE    PIC 9(8).
002260         10  POM-TOKEN       PIC X(8).
002270         10  POM-DOC-PAGE    PIC 9(8).
002280     05  POM-DOC-PAGES       PIC 9(8).
002290     05  POM-PIECE-START     PIC 9(8).
002300     05  POM-PIECE-PAGES     PIC 9(8).
002310     05  POM-BIN-CODE        PIC X(2).
002320     05  POM-STATUS          PIC X(1).
002330         88  POM-CONFIRMED   VALUE 'C'.
002340         88  POM-UNCONFIRMED VALUE 'U'.
002350         88  POM-DIVERTED    VALUE 'V'.
002360     05  POM-FILED-DATE      PIC 9(8).
002370     05  FILLER              PIC X(15).
002380     EJECT
002390 FD  RPT-FILE
002400     RECORDING MODE F
002410     LABEL RECORDS STANDARD
002420     BLOCK CONTAINS 0 RECORDS
002430     RECORD CONTAINS 132 CHARACTERS.
002440 01  RPT-REC                 PIC X(132).
002450     EJECT
002460 WORKING-STORAGE SECTION.
002470 77  PGMNAME                 PIC X(8) VALUE 'APKPOMF'.
002480 77  DOCIDX-FILE-STATUS      PIC XX VALUE ZERO.
002490     88  DOCIDX-FILE-OK      VALUE '00'.
002500     88  DOCIDX-FILE-EOF     VALUE '10'.
002510 77  INS-FILE-STATUS         PIC XX VALUE ZERO.
002520     88  INS-FILE-OK         VALUE '00'.
002530     88  INS-FILE-EOF        VALUE '10'.
002540 77  CONF-FILE-STATUS        PIC XX VALUE ZERO.
002550     88  CONF-FILE-OK        VALUE '00'.
002560     88  CONF-FILE-EOF       VALUE '10'.
002570 77  PARM-FILE-STATUS        PIC XX VALUE ZERO.
002580     88  PARM-FILE-OK        VALUE '00'.
002590     88  PARM-FILE-EOF       VALUE '10'.
002600 77  POM-FILE-STATUS         PIC XX VALUE ZERO.
002610     88  POM-FILE-OK         VALUE '00'.
002620     88  POM-FILE-EOF        VALUE '10'.
002630     88  POM-DUP-KEY         VALUE '22'.
002640     88  POM-NOT-FOUND       VALUE '23'.
002650     88  POM-EMPTY           VALUE '35'.
002660 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
002670     88  RPT-FILE-OK         VALUE '00'.
002680 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
002690     88  RUN-ABORTED         VALUE HIGH-VALUE.
002700 77  DOCIDX-OPEN-FLAG        PIC X VALUE LOW-VALUE.
002710     88  DOCIDX-OPEN         VALUE HIGH-VALUE.
002720 77  INS-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002730     88  INS-OPEN            VALUE HIGH-VALUE.
002740 77  CONF-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002750     88  CONF-OPEN           VALUE HIGH-VALUE.
002760 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002770     88  PARM-OPEN           VALUE HIGH-VALUE.
002780 77  POM-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002790     88  POM-OPEN            VALUE HIGH-VALUE.
002800 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002810     88  RPT-OPEN            VALUE HIGH-VALUE.
002820*    size of the piece and inquiry tables below; a piece table
002830*    overflow is reported and the step ends with RC 12 because
002840*    the statuses filed are then incomplete.
002850 77  PIECE-MAX               PIC S9(8) BINARY VALUE 20000.
002860 77  INQ-MAX                 PIC S9(8) BINARY VALUE 50.
002870 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
002880     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
002890*    run identity from the *RUNHDR opening DOCINDEX, and the one
002900*    opening INSCTL that must agree with it.
002910 77  HDR-RUN                 PIC X(32) VALUE SPACE.
002920 77  HDR-INS                 PIC X(32) VALUE SPACE.
002930 01  HDR-RUN-FIELDS.
002940     05  FILLER              PIC X(8).
002950     05  HR-JOBNAME          PIC X(8).
002960     05  HR-DATE             PIC 9(8).
002970     05  HR-TOKEN            PIC X(8).
002980 77  RUN-FLAG                PIC X VALUE LOW-VALUE.
002990     88  RUN-TO-FILE         VALUE HIGH-VALUE.
003000     88  NO-RUN-TO-FILE      VALUE LOW-VALUE.
003010*    control card values.
003020 77  CYCLE-DATE              PIC 9(8) VALUE ZERO.
003030 77  PURGE-FLAG              PIC X VALUE LOW-VALUE.
003040     88  PURGE-WANTED        VALUE HIGH-VALUE.
003050 77  PURGE-MONTHS            PIC S9(4) BINARY VALUE ZERO.
003060 77  INQ-COUNT               PIC S9(8) BINARY VALUE ZERO.
003070*    purge cutoff: today less the holding period, in months.
003080 77  CUTOFF-DATE             PIC 9(8) VALUE ZERO.
003090 01  CUTOFF-FIELDS.
003100     05  CUT-YEAR            PIC S9(4) BINARY.
003110     05  CUT-MONTH           PIC S9(4) BINARY.
003120     05  CUT-YEARS-BACK      PIC S9(4) BINARY.
003130     05  CUT-MONTHS-BACK     PIC S9(4) BINARY.
003140 01  TODAY-FIELDS.
003150     05  TODAY-YEAR          PIC 9(4).
003160     05  TODAY-MONTH         PIC 9(2).
003170     05  TODAY-DAY           PIC 9(2).
003180 01  TODAY-DATE REDEFINES TODAY-FIELDS
003190                             PIC 9(8).
003200 77  PARM-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003210 77  DOCIDX-READ-COUNT       PIC S9(8) BINARY VALUE ZERO.
003220 77  INS-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
003230 77  CONF-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003240 77  CTL-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
003250 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
003260 77  PIECE-COUNT             PIC S9(8) BINARY VALUE ZERO.
003270 77  UNKNOWN-COUNT           PIC S9(8) BINARY VALUE ZERO.
003280 77  FILED-COUNT             PIC S9(8) BINARY VALUE ZERO.
003290 77  ADDED-COUNT             PIC S9(8) BINARY VALUE ZERO.
003300 77  REPLACED-COUNT          PIC S9(8) BINARY VALUE ZERO.
003310 77  CONFIRMED-COUNT         PIC S9(8) BINARY VALUE ZERO.
003320 77  UNCONFIRMED-COUNT       PIC S9(8) BINARY VALUE ZERO.
003330 77  DIVERTED-COUNT          PIC S9(8) BINARY VALUE ZERO.
003340 77  NOPIECE-COUNT           PIC S9(8) BINARY VALUE ZERO.
003350 77  PURGE-READ-COUNT        PIC S9(8) BINARY VALUE ZERO.
003360 77  PURGED-COUNT            PIC S9(8) BINARY VALUE ZERO.
003370 77  INQ-FOUND-COUNT         PIC S9(8) BINARY VALUE ZERO.
003380 77  PX                      PIC S9(8) BINARY VALUE ZERO.
003390 77  MX                      PIC S9(4) BINARY VALUE ZERO.
003400 77  QX                      PIC S9(8) BINARY VALUE ZERO.
003410 77  FOUND-FLAG              PIC X VALUE LOW-VALUE.
003420     88  PIECE-FOUND         VALUE HIGH-VALUE.
003430     88  PIECE-MISSING       VALUE LOW-VALUE.
003440 77  INQ-TO-DATE             PIC 9(8) VALUE ZERO.
003450 77  SEARCH-PAGE             PIC S9(8) BINARY VALUE ZERO.
003460 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
003470 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
003480*    one entry per piece sent to the inserter, with the
003490*    confirmations that came back for it and, for a household
003500*    piece, for each of its statements on its own.
003510 01  PIECE-TABLE.
003520     05  PIECE-ENTRY OCCURS 20000 TIMES.
003530         10  PT-START-PAGE   PIC S9(8) BINARY.
003540         10  PT-PAGE-COUNT   PIC S9(8) BINARY.
003550         10  PT-BIN-CODE     PIC X(2).
003560         10  PT-CONFIRMS     PIC S9(8) BINARY.
003570         10  PT-DOCS         PIC S9(4) BINARY.
003580         10  PT-MEMBER OCCURS 6 TIMES.
003590             15  PTM-START   PIC S9(8) BINARY.
003593             15  PTM-PAGES   PIC S9(8) BINARY.
003596             15  PTM-SPAN    PIC S9(8) BINARY.
003600             15  PTM-CONFIRMS PIC S9(8) BINARY.
003610*    the INQUIRE cards, answered after the update and purge.
003620 01  INQ-TABLE.
003630     05  INQ-ENTRY OCCURS 50 TIMES.
003640         10  IQ-ACCOUNT      PIC X(10).
003650         10  IQ-FROM-DATE    PIC 9(8).
003660         10  IQ-TO-DATE      PIC 9(8).
003670     EJECT
003680 01  PAGE-HDR.
003690     05  FILLER              PIC X(8) VALUE 'APKPOMF '.
003700     05  FILLER              PIC X(4) VALUE SPACE.
003710     05  FILLER              PIC X(42) VALUE
003720         'PROOF-OF-MAILING MASTER UPDATE'.
003730     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
003740     05  HDR-DATE            PIC 9999/99/99.
003750     05  FILLER              PIC X(59) VALUE SPACE.
003760 01  RUN-LINE.
003770     05  FILLER              PIC X(2) VALUE SPACE.
003780     05  FILLER              PIC X(12) VALUE 'RUN JOBNAME '.
003790     05  RL-JOBNAME          PIC X(8).
003800     05  FILLER              PIC X(11) VALUE '  RUN DATE '.
003810     05  RL-DATE             PIC X(8).
003820     05  FILLER              PIC X(8) VALUE '  TOKEN '.
003830     05  RL-TOKEN            PIC X(8).
003840     05  FILLER              PIC X(13) VALUE '  CYCLE DATE '.
003850     05  RL-CYCLE            PIC 9999/99/99.
003860     05  FILLER              PIC X(52) VALUE SPACE.
003870 01  NO-RUN-LINE             PIC X(132) VALUE
003880     '  DOCINDEX EMPTY -- NO RUN FILED.'.
003890 01  NOPIECE-LINE.
003900     05  FILLER              PIC X(2) VALUE SPACE.
003910     05  FILLER              PIC X(22) VALUE
003920         'IN NO INSERTER PIECE '.
003930     05  NP-ACCOUNT          PIC X(10).
003940     05  FILLER              PIC X(13) VALUE '  FIRST PAGE '.
003950     05  NP-PAGE             PIC ZZZ,ZZZ,ZZ9.
003960     05  FILLER              PIC X(8) VALUE '  PAGES '.
003970     05  NP-PAGES            PIC ZZZ,ZZZ,ZZ9.
003980     05  FILLER              PIC X(55) VALUE SPACE.
003990 01  TOTAL-LINE.
004000     05  FILLER              PIC X(4) VALUE SPACE.
004010     05  TL-LABEL            PIC X(40).
004020     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
004030     05  FILLER              PIC X(77) VALUE SPACE.
004040 01  PURGE-LINE.
004050     05  FILLER              PIC X(2) VALUE SPACE.
004060     05  FILLER              PIC X(16) VALUE 'RETENTION PURGE '.
004070     05  PG-MONTHS           PIC ZZ9.
004080     05  FILLER              PIC X(25) VALUE
004090         ' MONTHS -- CYCLES BEFORE '.
004100     05  PG-CUTOFF           PIC 9999/99/99.
004110     05  FILLER              PIC X(76) VALUE SPACE.
004120 01  INQ-LINE.
004130     05  FILLER              PIC X(2) VALUE SPACE.
004140     05  FILLER              PIC X(16) VALUE 'INQUIRY ACCOUNT '.
004150     05  IL-ACCOUNT          PIC X(10).
004160     05  FILLER              PIC X(14) VALUE '  CYCLES FROM '.
004170     05  IL-FROM             PIC 9999/99/99.
004180     05  FILLER              PIC X(4) VALUE ' TO '.
004190     05  IL-TO               PIC 9999/99/99.
004200     05  FILLER              PIC X(66) VALUE SPACE.
004210 01  INQ-HDR-LINE.
004220     05  FILLER              PIC X(4) VALUE SPACE.
004230     05  FILLER              PIC X(50) VALUE
004240         'CYCLE DATE  JOBNAME   RUN DATE  TOKEN     FIRST PG'.
004250     05  FILLER              PIC X(50) VALUE
004260         '  PAGES  PIECE START  PIECE PGS  BIN  STATUS'.
004270     05  FILLER              PIC X(28) VALUE SPACE.
004280 01  MAIL-LINE.
004290     05  FILLER              PIC X(4) VALUE SPACE.
004300     05  ML-CYCLE            PIC 9999/99/99.
004310     05  FILLER              PIC X(2) VALUE SPACE.
004320     05  ML-JOBNAME          PIC X(8).
004330     05  FILLER              PIC X(2) VALUE SPACE.
004340     05  ML-RUN-DATE         PIC X(8).
004350     05  FILLER              PIC X(2) VALUE SPACE.
004360     05  ML-TOKEN            PIC X(8).
004370     05  ML-DOC-PAGE         PIC ZZZ,ZZZ,ZZ9.
004380     05  ML-DOC-PAGES        PIC ZZZ,ZZ9.
004390     05  FILLER              PIC X(2) VALUE SPACE.
004400     05  ML-PIECE-START      PIC ZZZ,ZZZ,ZZ9.
004410     05  ML-PIECE-PAGES      PIC ZZZ,ZZZ,ZZ9.
004420     05  FILLER              PIC X(2) VALUE SPACE.
004430     05  ML-BIN              PIC X(2).
004440     05  FILLER              PIC X(3) VALUE SPACE.
004450     05  ML-STATUS           PIC X(11).
004460     05  FILLER              PIC X(28) VALUE SPACE.
004470 01  INQ-NONE-LINE           PIC X(132) VALUE
004480     '    NO MAILINGS ON FILE FOR THIS ACCOUNT AND PERIOD.'.
004490     EJECT
004500 PROCEDURE DIVISION.
004510 0000-MAINLINE.
004520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004530     IF NOT RUN-ABORTED AND RUN-TO-FILE
004540      THEN
004550       PERFORM 2000-LOAD-PIECES THRU 2000-EXIT
004560           UNTIL INS-FILE-EOF
004561     END-IF.
004562     IF TABLE-OVERFLOWED
004563      THEN
004564       DISPLAY PGMNAME, ' PIECE TABLE FULL -- RUN ABANDONED.';
004565       SET RUN-ABORTED TO TRUE;
004566       MOVE 12 TO RETURN-CODE
004567     END-IF.
004568     IF NOT RUN-ABORTED AND RUN-TO-FILE
004569      THEN
004570       PERFORM 2200-PROCESS-CONF THRU 2200-EXIT
004580           UNTIL CONF-FILE-EOF
004590       PERFORM 3000-FILE-DOCUMENT THRU 3000-EXIT
004600           UNTIL DOCIDX-FILE-EOF OR RUN-ABORTED
004610       PERFORM 3900-RUN-TOTALS THRU 3900-EXIT
004620     END-IF.
004630     IF NOT RUN-ABORTED AND PURGE-WANTED
004640      THEN
004650       PERFORM 5000-PURGE THRU 5000-EXIT
004660     END-IF.
004670     IF NOT RUN-ABORTED
004680      THEN
004690       PERFORM 6000-INQUIRE THRU 6000-EXIT
004700           VARYING QX FROM 1 BY 1
004710           UNTIL QX > INQ-COUNT OR RUN-ABORTED
004720     END-IF.
004730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004740     GOBACK.
004750     EJECT
004760*****************************************************************
004770*    OPEN THE DATASETS, READ THE CONTROL CARDS, AND PAIR THE    *
004780*    DOCINDEX AND INSCTL RUN HEADERS.  ANY OPEN FAILING, A BAD  *
004790*    CARD, OR A HEADER MISSING OR FOREIGN ABANDONS THE RUN      *
004800*    WITH RC 12.                                                *
004810*****************************************************************
004820 1000-INITIALIZE.
004830     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
004840     MOVE RUN-DATE-TODAY TO HDR-DATE.
004850     OPEN OUTPUT RPT-FILE.
004860     IF RPT-FILE-OK
004870      THEN
004880       SET RPT-OPEN TO TRUE
004890      ELSE
004900       DISPLAY PGMNAME, ' POMRPT OPEN FAILED, STATUS=',
004910               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
004920       SET RUN-ABORTED TO TRUE;
004930       MOVE 12 TO RETURN-CODE;
004940       GO TO 1000-EXIT.
004950     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
004960     OPEN INPUT PARM-FILE.
004970     IF PARM-FILE-OK
004980      THEN
004990       SET PARM-OPEN TO TRUE
005000      ELSE
005010       DISPLAY PGMNAME, ' POMPARM OPEN FAILED, STATUS=',
005020               PARM-FILE-STATUS, ' -- RUN ABANDONED.';
005030       SET RUN-ABORTED TO TRUE;
005040       MOVE 12 TO RETURN-CODE;
005050       GO TO 1000-EXIT.
005060     PERFORM 1100-READ-PARM THRU 1100-EXIT
005070         UNTIL PARM-FILE-EOF OR RUN-ABORTED.
005080     IF RUN-ABORTED
005090      THEN
005100       GO TO 1000-EXIT.
005110     OPEN INPUT DOCIDX-FILE.
005120     IF DOCIDX-FILE-OK
005130      THEN
005140       SET DOCIDX-OPEN TO TRUE
005150      ELSE
005160       DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
005170               DOCIDX-FILE-STATUS, ' -- RUN ABANDONED.';
005180       SET RUN-ABORTED TO TRUE;
005190       MOVE 12 TO RETURN-CODE;
005200       GO TO 1000-EXIT.
005210     OPEN INPUT INS-FILE.
005220     IF INS-FILE-OK
005230      THEN
005240       SET INS-OPEN TO TRUE
005250      ELSE
005260       DISPLAY PGMNAME, ' INSCTL OPEN FAILED, STATUS=',
005270               INS-FILE-STATUS, ' -- RUN ABANDONED.';
005280       SET RUN-ABORTED TO TRUE;
005290       MOVE 12 TO RETURN-CODE;
005300       GO TO 1000-EXIT.
005310     OPEN INPUT CONF-FILE.
005320     IF CONF-FILE-OK
005330      THEN
005340       SET CONF-OPEN TO TRUE
005350      ELSE
005360       DISPLAY PGMNAME, ' INSCONF OPEN FAILED, STATUS=',
005370               CONF-FILE-STATUS, ' -- RUN ABANDONED.';
005380       SET RUN-ABORTED TO TRUE;
005390       MOVE 12 TO RETURN-CODE;
005400       GO TO 1000-EXIT.
005410     PERFORM 1300-OPEN-MASTER THRU 1300-EXIT.
005420     IF RUN-ABORTED
005430      THEN
005440       GO TO 1000-EXIT.
005450*    the first DOCINDEX record should be the run header; an
005460*    empty DOCINDEX has no run to file.
005470     PERFORM 3100-READ-INDEX THRU 3100-EXIT.
005480     IF DOCIDX-FILE-EOF
005490      THEN
005500       WRITE RPT-REC FROM NO-RUN-LINE AFTER ADVANCING 2 LINES;
005510       GO TO 1000-EXIT.
005520     IF DOCIDX-REC (1:8) NOT = '*RUNHDR '
005530      THEN
005540       DISPLAY PGMNAME, ' DOCINDEX HAS NO RUN HEADER -- RUN',
005550               ' IDENTITY UNKNOWN, RUN REFUSED.';
005560       SET RUN-ABORTED TO TRUE;
005570       MOVE 12 TO RETURN-CODE;
005580       GO TO 1000-EXIT.
005590     MOVE DOCIDX-REC (1:32) TO HDR-RUN.
005600     MOVE HDR-RUN TO HDR-RUN-FIELDS.
005610     IF HR-DATE NOT NUMERIC
005620      THEN
005630       DISPLAY PGMNAME, ' DOCINDEX RUN HEADER DATE IS NOT',
005640               ' NUMERIC, RUN REFUSED.';
005650       SET RUN-ABORTED TO TRUE;
005660       MOVE 12 TO RETURN-CODE;
005670       GO TO 1000-EXIT.
005680     PERFORM 2100-READ-PIECE THRU 2100-EXIT.
005690     IF NOT INS-FILE-EOF
005700      THEN
005710       IF INS-REC (1:8) NOT = '*RUNHDR '
005720        THEN
005730         DISPLAY PGMNAME, ' INSCTL HAS NO RUN HEADER --',
005740                 ' MIXED-GENERATION INPUT SUSPECTED,',
005750                 ' RUN REFUSED.';
005760         SET RUN-ABORTED TO TRUE;
005770         MOVE 12 TO RETURN-CODE;
005780         GO TO 1000-EXIT
005790       END-IF;
005800       MOVE INS-REC (1:32) TO HDR-INS;
005810       IF HDR-INS NOT = HDR-RUN
005820        THEN
005830         DISPLAY PGMNAME, ' RUN HEADERS DO NOT MATCH -- INSCTL',
005840                 ' AND DOCINDEX ARE FROM DIFFERENT RUNS,',
005850                 ' RUN REFUSED.';
005860         SET RUN-ABORTED TO TRUE;
005870         MOVE 12 TO RETURN-CODE;
005880         GO TO 1000-EXIT
005890       END-IF
005900     END-IF.
005910     IF CYCLE-DATE = ZERO
005920      THEN
005930       MOVE HR-DATE TO CYCLE-DATE.
005940     SET RUN-TO-FILE TO TRUE.
005950     MOVE HR-JOBNAME TO RL-JOBNAME.
005960     MOVE HDR-RUN (17:8) TO RL-DATE.
005970     MOVE HR-TOKEN TO RL-TOKEN.
005980     MOVE CYCLE-DATE TO RL-CYCLE.
005990     WRITE RPT-REC FROM RUN-LINE AFTER ADVANCING 2 LINES.
006000     DISPLAY PGMNAME, ' filing run ', HDR-RUN (9:24),
006010             ' cycle ', CYCLE-DATE, '.'.
006020     PERFORM 2300-READ-CONF THRU 2300-EXIT.
006030 1000-EXIT.
006040     EXIT.
006050     EJECT
006060*****************************************************************
006070*    ONE POMPARM CARD.  COMMENTS AND BLANK CARDS ARE SKIPPED;   *
006080*    AN UNKNOWN KEYWORD OR A BAD OPERAND REFUSES THE RUN.       *
006090*****************************************************************
006100 1100-READ-PARM.
006110     READ PARM-FILE
006120      AT END
006130       GO TO 1100-EXIT
006140      NOT AT END
006150       ADD 1 TO PARM-READ-COUNT
006160     END-READ.
006170     IF PARM-REC (1:1) = '*' OR PARM-REC = SPACES
006180      THEN
006190       GO TO 1100-EXIT.
006200     IF PARM-KEYWORD = 'CYCLE   '
006210      THEN
006220       IF PARM-CYCLE-DATE NUMERIC AND PARM-CYCLE-DATE > ZERO
006230        THEN
006240         MOVE PARM-CYCLE-DATE TO CYCLE-DATE;
006250         GO TO 1100-EXIT
006260        ELSE
006270         GO TO 1100-BAD-CARD
006280       END-IF.
006290     IF PARM-KEYWORD = 'PURGE   '
006300      THEN
006310       IF PARM-MONTHS NUMERIC AND PARM-MONTHS > ZERO
006320        THEN
006330         MOVE PARM-MONTHS TO PURGE-MONTHS;
006340         SET PURGE-WANTED TO TRUE;
006350         GO TO 1100-EXIT
006360        ELSE
006370         GO TO 1100-BAD-CARD
006380       END-IF.
006390     IF PARM-KEYWORD NOT = 'INQUIRE '
006400      THEN
006410       GO TO 1100-BAD-CARD.
006420     IF PARM-ACCOUNT = SPACES
006430      THEN
006440       GO TO 1100-BAD-CARD.
006450     IF PARM-INQ-REC (21:8) = SPACES
006460      THEN
006470       MOVE ZERO TO PARM-FROM-DATE.
006480     IF PARM-INQ-REC (30:8) = SPACES
006490      THEN
006500       MOVE ZERO TO PARM-TO-DATE.
006510     IF PARM-FROM-DATE NOT NUMERIC OR PARM-TO-DATE NOT NUMERIC
006520      THEN
006530       GO TO 1100-BAD-CARD.
006540     IF INQ-COUNT >= INQ-MAX
006550      THEN
006560       MOVE PARM-READ-COUNT TO CNT-DISP;
006570       DISPLAY PGMNAME, ' MORE THAN 50 INQUIRE CARDS -- CARD',
006580               CNT-DISP, ' IGNORED.';
006590       GO TO 1100-EXIT.
006600     ADD 1 TO INQ-COUNT.
006610     MOVE PARM-ACCOUNT TO IQ-ACCOUNT (INQ-COUNT).
006620     MOVE PARM-FROM-DATE TO IQ-FROM-DATE (INQ-COUNT).
006630     MOVE PARM-TO-DATE TO IQ-TO-DATE (INQ-COUNT).
006640     GO TO 1100-EXIT.
006650 1100-BAD-CARD.
006660     DISPLAY PGMNAME, ' POMPARM CARD IN ERROR -- ',
006670             PARM-REC (1:40).
006680     DISPLAY PGMNAME, ' RUN ABANDONED.'.
006690     SET RUN-ABORTED TO TRUE.
006700     MOVE 12 TO RETURN-CODE.
006710 1100-EXIT.
006720     EXIT.
006730     EJECT
006740*****************************************************************
006750*    OPEN POMAST FOR UPDATE.  A CLUSTER JUST DEFINED AND NEVER  *
006760*    LOADED CANNOT BE OPENED I-O: IT IS OPENED OUTPUT AND       *
006770*    CLOSED ONCE TO LOAD IT EMPTY, THEN OPENED I-O AGAIN.       *
006780*****************************************************************
006790 1300-OPEN-MASTER.
006800     OPEN I-O POM-FILE.
006810     IF POM-EMPTY
006820      THEN
006830       DISPLAY PGMNAME, ' POMAST HOLDS NO RECORDS -- LOADED',
006840               ' EMPTY FOR FIRST USE.';
006850       OPEN OUTPUT POM-FILE;
006860       IF POM-FILE-OK
006870        THEN
006880         CLOSE POM-FILE;
006890         OPEN I-O POM-FILE
006900       END-IF
006910     END-IF.
006920     IF POM-FILE-OK
006930      THEN
006940       SET POM-OPEN TO TRUE
006950      ELSE
006960       DISPLAY PGMNAME, ' POMAST OPEN FAILED, STATUS=',
006970               POM-FILE-STATUS, ' -- RUN ABANDONED.';
006980       SET RUN-ABORTED TO TRUE;
006990       MOVE 12 TO RETURN-CODE.
007000 1300-EXIT.
007010     EXIT.
007020     EJECT
007030*****************************************************************
007040*    LOAD THE INSCTL PIECES IN ARRIVAL ORDER, WITH THE FIRST    *
007050*    PAGE OF EACH STATEMENT OF A HOUSEHOLD PIECE.  A FULL TABLE *
007055*    ABANDONS THE RUN BEFORE ANYTHING IS FILED TO POMAST.       *
007060*****************************************************************
007070 2000-LOAD-PIECES.
007080     ADD 1 TO INS-READ-COUNT.
007090     IF INS-REC (1:1) = '*'
007100      THEN
007110       ADD 1 TO CTL-REC-COUNT;
007120       GO TO 2000-READ.
007130     IF INS-START-PAGE NOT NUMERIC
007140        OR INS-PAGE-COUNT NOT NUMERIC
007150      THEN
007160       ADD 1 TO BAD-REC-COUNT;
007170       GO TO 2000-READ.
007180     IF PIECE-COUNT >= PIECE-MAX
007190      THEN
007200       SET TABLE-OVERFLOWED TO TRUE;
007210       GO TO 2000-READ.
007220     ADD 1 TO PIECE-COUNT.
007230     MOVE INS-START-PAGE TO PT-START-PAGE (PIECE-COUNT).
007240     MOVE INS-PAGE-COUNT TO PT-PAGE-COUNT (PIECE-COUNT).
007250     MOVE INS-BIN-CODE TO PT-BIN-CODE (PIECE-COUNT).
007260     MOVE ZERO TO PT-CONFIRMS (PIECE-COUNT).
007270     MOVE 1 TO PT-DOCS (PIECE-COUNT).
007280     IF INS-HH-DOCS NUMERIC AND INS-HH-DOCS > 1
007290        AND INS-HH-DOCS NOT > 6
007300      THEN
007310       MOVE INS-HH-DOCS TO PT-DOCS (PIECE-COUNT);
007320       PERFORM 2010-LOAD-MEMBER THRU 2010-EXIT
007330           VARYING MX FROM 1 BY 1 UNTIL MX > INS-HH-DOCS
007340     END-IF.
007350 2000-READ.
007360     PERFORM 2100-READ-PIECE THRU 2100-EXIT.
007370 2000-EXIT.
007380     EXIT.
007390*    a statement whose offset or pages are not numeric can never
007400*    be matched, and files under the piece's own confirmation.
007410 2010-LOAD-MEMBER.
007420     MOVE ZERO TO PTM-CONFIRMS (PIECE-COUNT, MX).
007430     IF INS-HH-OFFSET (MX) NOT NUMERIC
007432        OR INS-HH-PAGES (MX) NOT NUMERIC
007434      THEN
007436       MOVE ZERO TO PTM-START (PIECE-COUNT, MX);
007438       MOVE ZERO TO PTM-PAGES (PIECE-COUNT, MX);
007440       MOVE ZERO TO PTM-SPAN (PIECE-COUNT, MX);
007442       GO TO 2010-EXIT.
007450     COMPUTE PTM-START (PIECE-COUNT, MX) =
007460             INS-START-PAGE + INS-HH-OFFSET (MX).
007462     MOVE INS-HH-PAGES (MX) TO PTM-PAGES (PIECE-COUNT, MX).
007464     IF MX < INS-HH-DOCS AND INS-HH-OFFSET (MX + 1) NUMERIC
007466      THEN
007468       COMPUTE PTM-SPAN (PIECE-COUNT, MX) =
007470               INS-HH-OFFSET (MX + 1) - INS-HH-OFFSET (MX)
007472      ELSE
007474       COMPUTE PTM-SPAN (PIECE-COUNT, MX) =
007476               INS-PAGE-COUNT - INS-HH-OFFSET (MX)
007478     END-IF.
007490 2010-EXIT.
007500     EXIT.
007510 2100-READ-PIECE.
007520     READ INS-FILE
007530      AT END
007540       CONTINUE
007550      NOT AT END
007560       CONTINUE
007570     END-READ.
007580 2100-EXIT.
007590     EXIT.
007600     EJECT
007610*****************************************************************
007620*    ONE CONFIRMATION: COUNT IT AGAINST THE PIECE STARTING AT   *
007630*    ITS PAGE, OR AGAINST THE HOUSEHOLD STATEMENT STARTING      *
007640*    THERE.  APKINSCF HAS ALREADY REPORTED PAGE COUNT FAULTS    *
007650*    AND UNKNOWN PIECES; HERE THEY ARE ONLY COUNTED.            *
007660*****************************************************************
007670 2200-PROCESS-CONF.
007680     ADD 1 TO CONF-READ-COUNT.
007690     IF CONF-START-PAGE NOT NUMERIC
007700        OR CONF-PAGE-COUNT NOT NUMERIC
007710      THEN
007720       ADD 1 TO BAD-REC-COUNT;
007730       GO TO 2200-READ.
007740     MOVE CONF-START-PAGE TO SEARCH-PAGE.
007750     PERFORM 3200-FIND-PIECE THRU 3200-EXIT.
007760     IF PIECE-MISSING
007770      THEN
007780       ADD 1 TO UNKNOWN-COUNT;
007790       GO TO 2200-READ.
007800*    a household statement confirmed on its own.  At the piece's
007810*    first page that takes a count that is not the whole piece's
007815*    but is the first statement's pages or span, as APKINSCF
007817*    judges it; any other count there confirms the piece whole.
007820     IF MX > 1
007830        OR (MX = 1 AND CONF-PAGE-COUNT NOT = PT-PAGE-COUNT (PX)
007840            AND (CONF-PAGE-COUNT = PTM-PAGES (PX, 1)
007845                 OR CONF-PAGE-COUNT = PTM-SPAN (PX, 1)))
007850      THEN
007860       ADD 1 TO PTM-CONFIRMS (PX, MX);
007870       GO TO 2200-READ.
007880     IF CONF-START-PAGE = PT-START-PAGE (PX)
007890      THEN
007900       ADD 1 TO PT-CONFIRMS (PX)
007910      ELSE
007920       ADD 1 TO UNKNOWN-COUNT.
007930 2200-READ.
007940     PERFORM 2300-READ-CONF THRU 2300-EXIT.
007950 2200-EXIT.
007960     EXIT.
007970 2300-READ-CONF.
007980     READ CONF-FILE
007990      AT END
008000       CONTINUE
008010      NOT AT END
008020       CONTINUE
008030     END-READ.
008040 2300-EXIT.
008050     EXIT.
008060     EJECT
008070*****************************************************************
008080*    ONE DOCINDEX STATEMENT: FIND THE PIECE THAT CARRIED IT,    *
008090*    JUDGE ITS STATUS, AND FILE IT IN POMAST.  A RECORD ALREADY *
008100*    ON FILE FOR THE SAME RUN AND PAGE IS REPLACED.             *
008110*****************************************************************
008120 3000-FILE-DOCUMENT.
008130     ADD 1 TO DOCIDX-READ-COUNT.
008140     IF DOCIDX-REC (1:1) = '*'
008150      THEN
008160       ADD 1 TO CTL-REC-COUNT;
008170       GO TO 3000-READ.
008180     IF DOCIDX-FIRST-PAGE NOT NUMERIC
008190        OR DOCIDX-PAGE-COUNT NOT NUMERIC
008200      THEN
008210       ADD 1 TO BAD-REC-COUNT;
008220       GO TO 3000-READ.
008230     MOVE SPACES TO POM-REC.
008240     MOVE DOCIDX-ACCOUNT TO POM-ACCOUNT.
008250     MOVE CYCLE-DATE TO POM-CYCLE-DATE.
008260     MOVE HR-JOBNAME TO POM-JOBNAME.
008270     MOVE HR-DATE TO POM-RUN-DATE.
008280     MOVE HR-TOKEN TO POM-TOKEN.
008290     MOVE DOCIDX-FIRST-PAGE TO POM-DOC-PAGE.
008300     MOVE DOCIDX-PAGE-COUNT TO POM-DOC-PAGES.
008310     MOVE RUN-DATE-TODAY TO POM-FILED-DATE.
008320     MOVE DOCIDX-FIRST-PAGE TO SEARCH-PAGE.
008330     PERFORM 3200-FIND-PIECE THRU 3200-EXIT.
008340     IF PIECE-MISSING
008350      THEN
008360       MOVE ZERO TO POM-PIECE-START;
008370       MOVE ZERO TO POM-PIECE-PAGES;
008380       SET POM-UNCONFIRMED TO TRUE;
008390       ADD 1 TO NOPIECE-COUNT;
008400       MOVE DOCIDX-ACCOUNT TO NP-ACCOUNT;
008410       MOVE DOCIDX-FIRST-PAGE TO NP-PAGE;
008420       MOVE DOCIDX-PAGE-COUNT TO NP-PAGES;
008430       WRITE RPT-REC FROM NOPIECE-LINE AFTER ADVANCING 1 LINE;
008440       GO TO 3000-WRITE.
008450     MOVE PT-START-PAGE (PX) TO POM-PIECE-START.
008460     MOVE PT-PAGE-COUNT (PX) TO POM-PIECE-PAGES.
008470     MOVE PT-BIN-CODE (PX) TO POM-BIN-CODE.
008480     IF PT-BIN-CODE (PX) = '99'
008490      THEN
008500       SET POM-DIVERTED TO TRUE;
008510       GO TO 3000-WRITE.
008520     SET POM-UNCONFIRMED TO TRUE.
008530     IF PT-CONFIRMS (PX) > ZERO
008540      THEN
008550       SET POM-CONFIRMED TO TRUE.
008560     IF MX > ZERO
008570      THEN
008580       IF PTM-CONFIRMS (PX, MX) > ZERO
008590        THEN
008600         SET POM-CONFIRMED TO TRUE.
008610 3000-WRITE.
008620     WRITE POM-REC.
008630     IF POM-DUP-KEY
008640      THEN
008650       REWRITE POM-REC;
008660       IF POM-FILE-OK
008670        THEN
008680         ADD 1 TO REPLACED-COUNT
008690       END-IF
008700      ELSE
008710       IF POM-FILE-OK
008720        THEN
008730         ADD 1 TO ADDED-COUNT
008740       END-IF
008750     END-IF.
008760     IF NOT POM-FILE-OK
008770      THEN
008780       DISPLAY PGMNAME, ' POMAST UPDATE FAILED, STATUS=',
008790               POM-FILE-STATUS, ' ACCOUNT ', POM-ACCOUNT,
008800               ' -- RUN ABANDONED.';
008810       SET RUN-ABORTED TO TRUE;
008820       MOVE 12 TO RETURN-CODE;
008830       GO TO 3000-EXIT.
008840     ADD 1 TO FILED-COUNT.
008850     EVALUATE TRUE
008860      WHEN POM-CONFIRMED
008870       ADD 1 TO CONFIRMED-COUNT
008880      WHEN POM-DIVERTED
008890       ADD 1 TO DIVERTED-COUNT
008900      WHEN OTHER
008910       ADD 1 TO UNCONFIRMED-COUNT
008920     END-EVALUATE.
008930 3000-READ.
008940     PERFORM 3100-READ-INDEX THRU 3100-EXIT.
008950 3000-EXIT.
008960     EXIT.
008970 3100-READ-INDEX.
008980     READ DOCIDX-FILE
008990      AT END
009000       CONTINUE
009010      NOT AT END
009020       CONTINUE
009030     END-READ.
009040 3100-EXIT.
009050     EXIT.
009060*    the piece whose page range holds SEARCH-PAGE.  PX
009070*    returns the piece, with PIECE-FOUND set; MX the household
009080*    statement starting at that page, or zero.  The pieces and
009090*    the statements both arrive in page order, so the search
009100*    starts from the last piece found.
009110 3200-FIND-PIECE.
009120     SET PIECE-MISSING TO TRUE.
009130     MOVE ZERO TO MX.
009140     IF PX < 1 OR PX > PIECE-COUNT
009150      THEN
009160       MOVE 1 TO PX.
009170     IF PX > 1 AND PT-START-PAGE (PX) > SEARCH-PAGE
009180      THEN
009190       MOVE 1 TO PX.
009200 3200-LOOP.
009210     IF PX > PIECE-COUNT
009220      THEN
009230       MOVE 1 TO PX;
009240       GO TO 3200-EXIT.
009250     IF SEARCH-PAGE >= PT-START-PAGE (PX)
009260        AND SEARCH-PAGE <
009270            PT-START-PAGE (PX) + PT-PAGE-COUNT (PX)
009280      THEN
009290       SET PIECE-FOUND TO TRUE;
009300       GO TO 3200-MEMBER.
009310     ADD 1 TO PX.
009320     GO TO 3200-LOOP.
009330 3200-MEMBER.
009340     IF PT-DOCS (PX) < 2
009350      THEN
009360       GO TO 3200-EXIT.
009370     MOVE 1 TO MX.
009380 3200-MEMBER-LOOP.
009390     IF MX > PT-DOCS (PX)
009400      THEN
009410       MOVE ZERO TO MX;
009420       GO TO 3200-EXIT.
009430     IF PTM-START (PX, MX) = SEARCH-PAGE
009440      THEN
009450       GO TO 3200-EXIT.
009460     ADD 1 TO MX.
009470     GO TO 3200-MEMBER-LOOP.
009480 3200-EXIT.
009490     EXIT.
009500     EJECT
009510*****************************************************************
009520*    THE RUN'S TOTALS ON THE REPORT.  A STATEMENT IN NO PIECE   *
009530*    SETS RC 4: IT IS FILED UNCONFIRMED, AND LISTED ABOVE.      *
009540*****************************************************************
009550 3900-RUN-TOTALS.
009560     MOVE 'STATEMENTS FILED' TO TL-LABEL.
009570     MOVE FILED-COUNT TO TL-VALUE.
009580     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
009590     MOVE '  ADDED TO POMAST' TO TL-LABEL.
009600     MOVE ADDED-COUNT TO TL-VALUE.
009610     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
009620     MOVE '  REPLACING A RECORD OF THIS RUN' TO TL-LABEL.
009630     MOVE REPLACED-COUNT TO TL-VALUE.
009640     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
009650     MOVE 'CONFIRMED' TO TL-LABEL.
009660     MOVE CONFIRMED-COUNT TO TL-VALUE.
009670     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
009680     MOVE 'UNCONFIRMED' TO TL-LABEL.
009690     MOVE UNCONFIRMED-COUNT TO TL-VALUE.
009700     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
009710     MOVE '  IN NO INSERTER PIECE' TO TL-LABEL.
009720     MOVE NOPIECE-COUNT TO TL-VALUE.
009730     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
009740     MOVE 'DIVERTED (BIN 99)' TO TL-LABEL.
009750     MOVE DIVERTED-COUNT TO TL-VALUE.
009760     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
009770     IF NOPIECE-COUNT > ZERO AND RETURN-CODE < 4
009780      THEN
009790       MOVE 4 TO RETURN-CODE.
009800 3900-EXIT.
009810     EXIT.
009820     EJECT
009830*****************************************************************
009840*    RETENTION PURGE: BROWSE POMAST FROM THE START AND DELETE   *
009850*    EVERY RECORD WHOSE CYCLE DATE IS BEFORE THE CUTOFF, TODAY  *
009860*    LESS THE HOLDING PERIOD IN MONTHS.                         *
009870*****************************************************************
009880 5000-PURGE.
009890     MOVE RUN-DATE-TODAY TO TODAY-DATE.
009900     DIVIDE PURGE-MONTHS BY 12 GIVING CUT-YEARS-BACK
009910         REMAINDER CUT-MONTHS-BACK.
009920     COMPUTE CUT-YEAR = TODAY-YEAR - CUT-YEARS-BACK.
009930     COMPUTE CUT-MONTH = TODAY-MONTH - CUT-MONTHS-BACK.
009940     IF CUT-MONTH < 1
009950      THEN
009960       ADD 12 TO CUT-MONTH;
009970       SUBTRACT 1 FROM CUT-YEAR.
009980     COMPUTE CUTOFF-DATE = CUT-YEAR * 10000 + CUT-MONTH * 100
009990                         + TODAY-DAY.
010000     MOVE PURGE-MONTHS TO PG-MONTHS.
010010     MOVE CUTOFF-DATE TO PG-CUTOFF.
010020     WRITE RPT-REC FROM PURGE-LINE AFTER ADVANCING 2 LINES.
010030     MOVE LOW-VALUES TO POM-KEY.
010040     START POM-FILE KEY IS NOT LESS THAN POM-KEY.
010050     IF POM-NOT-FOUND
010060      THEN
010070       GO TO 5000-TOTAL.
010080     IF NOT POM-FILE-OK
010090      THEN
010100       GO TO 5000-FAILED.
010110 5000-LOOP.
010120     READ POM-FILE NEXT RECORD
010130      AT END
010140       GO TO 5000-TOTAL
010150     END-READ.
010160     IF NOT POM-FILE-OK
010170      THEN
010180       GO TO 5000-FAILED.
010190     ADD 1 TO PURGE-READ-COUNT.
010200     IF POM-CYCLE-DATE NOT < CUTOFF-DATE
010210      THEN
010220       GO TO 5000-LOOP.
010230     DELETE POM-FILE RECORD.
010240     IF NOT POM-FILE-OK
010250      THEN
010260       GO TO 5000-FAILED.
010270     ADD 1 TO PURGED-COUNT.
010280     GO TO 5000-LOOP.
010290 5000-FAILED.
010300     DISPLAY PGMNAME, ' POMAST PURGE FAILED, STATUS=',
010310             POM-FILE-STATUS, ' -- RUN ABANDONED.'.
010320     SET RUN-ABORTED TO TRUE.
010330     MOVE 12 TO RETURN-CODE.
010340 5000-TOTAL.
010350     MOVE '  RECORDS READ' TO TL-LABEL.
010360     MOVE PURGE-READ-COUNT TO TL-VALUE.
010370     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010380     MOVE '  RECORDS PURGED' TO TL-LABEL.
010390     MOVE PURGED-COUNT TO TL-VALUE.
010400     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010410 5000-EXIT.
010420     EXIT.
010430     EJECT
010440*****************************************************************
010450*    ONE INQUIRY: POSITION ON THE ACCOUNT AT ITS FROM DATE AND  *
010460*    LIST ITS RECORDS UNTIL THE ACCOUNT CHANGES OR THE CYCLE    *
010470*    DATE PASSES THE TO DATE.                                   *
010480*****************************************************************
010490 6000-INQUIRE.
010500     MOVE IQ-TO-DATE (QX) TO INQ-TO-DATE.
010510     IF INQ-TO-DATE = ZERO
010520      THEN
010530       MOVE 99999999 TO INQ-TO-DATE.
010540     MOVE IQ-ACCOUNT (QX) TO IL-ACCOUNT.
010550     MOVE IQ-FROM-DATE (QX) TO IL-FROM.
010560     MOVE INQ-TO-DATE TO IL-TO.
010570     WRITE RPT-REC FROM INQ-LINE AFTER ADVANCING 2 LINES.
010580     WRITE RPT-REC FROM INQ-HDR-LINE AFTER ADVANCING 1 LINE.
010590     MOVE ZERO TO INQ-FOUND-COUNT.
010600     MOVE LOW-VALUES TO POM-KEY.
010610     MOVE IQ-ACCOUNT (QX) TO POM-ACCOUNT.
010620     MOVE IQ-FROM-DATE (QX) TO POM-CYCLE-DATE.
010630     START POM-FILE KEY IS NOT LESS THAN POM-KEY.
010640     IF POM-NOT-FOUND
010650      THEN
010660       GO TO 6000-DONE.
010670     IF NOT POM-FILE-OK
010680      THEN
010690       GO TO 6000-FAILED.
010700 6000-LOOP.
010710     READ POM-FILE NEXT RECORD
010720      AT END
010730       GO TO 6000-DONE
010740     END-READ.
010750     IF NOT POM-FILE-OK
010760      THEN
010770       GO TO 6000-FAILED.
010780     IF POM-ACCOUNT NOT = IQ-ACCOUNT (QX)
010790        OR POM-CYCLE-DATE > INQ-TO-DATE
010800      THEN
010810       GO TO 6000-DONE.
010820     ADD 1 TO INQ-FOUND-COUNT.
010830     MOVE POM-CYCLE-DATE TO ML-CYCLE.
010840     MOVE POM-JOBNAME TO ML-JOBNAME.
010850     MOVE POM-RUN-DATE TO ML-RUN-DATE.
010860     MOVE POM-TOKEN TO ML-TOKEN.
010870     MOVE POM-DOC-PAGE TO ML-DOC-PAGE.
010880     MOVE POM-DOC-PAGES TO ML-DOC-PAGES.
010890     MOVE POM-PIECE-START TO ML-PIECE-START.
010900     MOVE POM-PIECE-PAGES TO ML-PIECE-PAGES.
010910     MOVE POM-BIN-CODE TO ML-BIN.
010920     EVALUATE TRUE
010930      WHEN POM-CONFIRMED
010940       MOVE 'CONFIRMED' TO ML-STATUS
010950      WHEN POM-DIVERTED
010960       MOVE 'DIVERTED' TO ML-STATUS
010970      WHEN OTHER
010980       MOVE 'UNCONFIRMED' TO ML-STATUS
010990     END-EVALUATE.
011000     WRITE RPT-REC FROM MAIL-LINE AFTER ADVANCING 1 LINE.
011010     GO TO 6000-LOOP.
011020 6000-FAILED.
011030     DISPLAY PGMNAME, ' POMAST INQUIRY FAILED, STATUS=',
011040             POM-FILE-STATUS, ' -- RUN ABANDONED.'.
011050     SET RUN-ABORTED TO TRUE.
011060     MOVE 12 TO RETURN-CODE.
011070     GO TO 6000-EXIT.
011080 6000-DONE.
011090     IF INQ-FOUND-COUNT = ZERO
011100      THEN
011110       WRITE RPT-REC FROM INQ-NONE-LINE AFTER ADVANCING 1 LINE.
011120 6000-EXIT.
011130     EXIT.
011140     EJECT
011150*****************************************************************
011160*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
011170*****************************************************************
011180 9000-TERMINATE.
011190     IF DOCIDX-OPEN
011200      THEN
011210       CLOSE DOCIDX-FILE.
011220     IF INS-OPEN
011230      THEN
011240       CLOSE INS-FILE.
011250     IF CONF-OPEN
011260      THEN
011270       CLOSE CONF-FILE.
011280     IF PARM-OPEN
011290      THEN
011300       CLOSE PARM-FILE.
011310     IF POM-OPEN
011320      THEN
011330       CLOSE POM-FILE.
011340     IF RPT-OPEN
011350      THEN
011360       CLOSE RPT-FILE.
011370     MOVE DOCIDX-READ-COUNT TO CNT-DISP.
011380     DISPLAY PGMNAME, CNT-DISP, ' DOCINDEX records read.'.
011390     MOVE INS-READ-COUNT TO CNT-DISP.
011400     DISPLAY PGMNAME, CNT-DISP, ' INSCTL records read.'.
011410     MOVE CONF-READ-COUNT TO CNT-DISP.
011420     DISPLAY PGMNAME, CNT-DISP, ' confirmation records read.'.
011430     MOVE CTL-REC-COUNT TO CNT-DISP.
011440     DISPLAY PGMNAME, CNT-DISP, ' control records skipped.'.
011450     MOVE ADDED-COUNT TO CNT-DISP.
011460     DISPLAY PGMNAME, CNT-DISP, ' proof records added.'.
011470     MOVE REPLACED-COUNT TO CNT-DISP.
011480     DISPLAY PGMNAME, CNT-DISP, ' proof records replaced.'.
011490     MOVE NOPIECE-COUNT TO CNT-DISP.
011500     DISPLAY PGMNAME, CNT-DISP, ' statements in no inserter',
011510             ' piece.'.
011520     IF UNKNOWN-COUNT > ZERO
011530      THEN
011540       MOVE UNKNOWN-COUNT TO CNT-DISP;
011550       DISPLAY PGMNAME, CNT-DISP, ' confirmations matched no',
011560               ' piece.'
011570     END-IF.
011580     IF PURGE-WANTED
011590      THEN
011600       MOVE PURGED-COUNT TO CNT-DISP;
011610       DISPLAY PGMNAME, CNT-DISP, ' proof records purged.'
011620     END-IF.
011630     MOVE INQ-COUNT TO CNT-DISP.
011640     DISPLAY PGMNAME, CNT-DISP, ' inquiries answered.'.
011650     IF BAD-REC-COUNT > ZERO
011660      THEN
011670       MOVE BAD-REC-COUNT TO CNT-DISP;
011680       DISPLAY PGMNAME, CNT-DISP, ' malformed records skipped.'
011690     END-IF.
011760 9000-EXIT.
011770     EXIT.
011780 END PROGRAM APKPOMF.
