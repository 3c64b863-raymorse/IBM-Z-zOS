000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 19:05:00 BY DELGADO  VERSION 01   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKDUPML.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Cross-run duplicate-mailing check, run before the
000170               night's inserter release.  APKDIXCK finds an
000180               account twice within one DOCINDEX; it cannot see
000190               an account that went out in two different runs --
000200               a restart from a stale checkpoint, a rerun scoped
000210               too wide, or a job resubmitted by hand prints the
000220               same statement cycle again and the customer gets
000230               two copies, sometimes with different totals.  This
000240               program reads the DOCINDEX and MONEXTR generations
000250               kept for a lookback window and reports every
000260               account mailed more than once by the same job for
000270               the same statement period, with the runs and the
000280               amounts involved.
000290
000300               DIXHIST and MONXHIST are the DOCINDEX and MONEXTR
000310               generations, concatenated, each opening with its
000320               *RUNHDR.  The header's jobname, run date, and
000330               token identify the run; the run date is the cycle
000340               date, and the statement period is the cycle's
000350               month (or the cycle date itself, under PERIOD
000360               DAY).  Behind the identity the header carries the
000370               run's mode, and a run made in APKINLLE's page-range
000380               reprint mode is a deliberate second copy: an
000390               account mailed by one normal run and by reprint
000400               runs is listed apart, as a reprint, and is not a
000410               duplicate.  Two or more normal (or restart) runs
000420               mailing the account for the period is a duplicate.
000430               A generation without a header, or one whose run
000440               date is before the lookback window, is skipped.
000450               The amount shown for a mailing is the statement
000460               total its run's MONEXTR gave the document.
000470
000480               A duplicate is new when one of its mailings is in
000490               a run of the newest cycle date in DIXHIST -- the
000500               night's work, not yet released.  Duplicates among
000510               earlier runs only have gone out already and were
000520               reported on an earlier night.
000530
000540               DUPPARM control cards ('*' in column 1 is a
000550               comment; keyword in columns 1-8, operands from
000560               column 10):
000570
000580                 LOOKBACK nn  read runs of the last nn months; 2
000590                          when omitted.
000600                 PERIOD   MONTH | DAY  the statement period a run
000610                          belongs to: its cycle month (the
000620                          default) or its cycle date.
000630
000640               Return codes: 0 no account mailed twice (reprints
000650               aside), 4 duplicates among earlier runs only, 8 a
000660               new duplicate (the scheduler holds the inserter
000670               release), 12 a dataset could not be opened, a
000680               control card is in error, or a table overflowed.
000690
000700               Datasets allocated in the job step: DIXHIST and
000710               MONXHIST (input, archived generations), DUPPARM
000720               (input control cards), and DUPMLRPT (output
000730               report).
000740
000750 DATE-WRITTEN. 15 Oct 2026.
000760 DATE-COMPILED.
000770 SECURITY. IBM SAMPLE CODE ONLY.
000780*/**************************************************************/
000790*/* Licensed under the Apache License, Version 2.0 (the        */
000800*/* "License"); you may not use this file except in compliance */
000810*/* with the License. You may obtain a copy of the License at  */
000820*/*                                                            */
000830*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000840*/*                                                            */
000850*/* Unless required by applicable law or agreed to in writing, */
000860*/* software distributed under the License is distributed on an*/
000870*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000880*/* KIND, either express or implied.  See the License for the  */
000890*/* specific language governing permissions and limitations    */
000900*/* under the License.                                         */
000910*/*------------------------------------------------------------*/
000920*/*                                                            */
000930*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000940*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000950*/*                                                            */
000960*/*   Permission to use, copy, modify, and distribute          */
000970*/*   this software for any purpose with or without fee        */
000980*/*   is hereby granted, provided that the above               */
000990*/*   copyright notices appear in all copies.                  */
001000*/*                                                            */
001010*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001020*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001030*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001040*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001050*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001060*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001070*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001080*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001090*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001100*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001110*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001120*/**************************************************************/
001130 TITLE 'CROSS-RUN DUPLICATE-MAILING CHECK'.
001140 ENVIRONMENT DIVISION.
001150 CONFIGURATION SECTION.
001160 SOURCE-COMPUTER. IBM-370.
001170 OBJECT-COMPUTER. IBM-370.
001180     EJECT
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT DIX-FILE ASSIGN TO DIXHIST
001220         FILE STATUS IS DIX-FILE-STATUS.
001230     SELECT MONX-FILE ASSIGN TO MONXHIST
001240         FILE STATUS IS MONX-FILE-STATUS.
001250     SELECT PARM-FILE ASSIGN TO DUPPARM
001260         FILE STATUS IS PARM-FILE-STATUS.
001270     SELECT RPT-FILE ASSIGN TO DUPMLRPT
001280         FILE STATUS IS RPT-FILE-STATUS.
001290     EJECT
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  DIX-FILE
001330     RECORDING MODE F
001340     LABEL RECORDS STANDARD
001350     BLOCK CONTAINS 0 RECORDS
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  DIX-REC.
001380*    one statement document, written by APKINLLE.
001390     05  DIX-ACCOUNT         PIC X(10).
001400     05  DIX-FIRST-PAGE      PIC 9(8).
001410     05  DIX-PAGE-COUNT      PIC 9(8).
001420     05  FILLER              PIC X(54).
001430 01  DIX-HDR-REC.
001440*    the *RUNHDR record opening each generation.
001450     05  FILLER              PIC X(8).
001460     05  DHDR-JOBNAME        PIC X(8).
001470     05  DHDR-KEY.
001480         10  DHDR-DATE       PIC 9(8).
001490         10  DHDR-TOKEN      PIC X(8).
001500     05  DHDR-MODE           PIC X(1).
001510     05  DHDR-REPRINT-FROM   PIC 9(8).
001520     05  DHDR-REPRINT-TO     PIC 9(8).
001530     05  FILLER              PIC X(31).
001540     EJECT
001550 FD  MONX-FILE
001560     RECORDING MODE F
001570     LABEL RECORDS STANDARD
001580     BLOCK CONTAINS 0 RECORDS
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  MONX-REC.
001610*    one statement document ('D') or the grand-total trailer
001620*    ('T'), written by APKINLLE.
001630     05  MONX-TYPE           PIC X(1).
001640     05  MONX-ACCOUNT        PIC X(10).
001650     05  MONX-PAGE           PIC 9(8).
001660     05  MONX-AMOUNT         PIC 9(11)V99.
001670     05  MONX-NOAMT-FLAG     PIC X(1).
001680     05  FILLER              PIC X(47).
001690 01  MONX-HDR-REC.
001700     05  FILLER              PIC X(8).
001710     05  MHDR-JOBNAME        PIC X(8).
001720     05  MHDR-KEY            PIC X(16).
001730     05  FILLER              PIC X(48).
001740     EJECT
001750 FD  PARM-FILE
001760     RECORDING MODE F
001770     LABEL RECORDS STANDARD
001780     BLOCK CONTAINS 0 RECORDS
001790     RECORD CONTAINS 80 CHARACTERS.
001800 01  PARM-REC.
001810     05  PARM-KEYWORD        PIC X(8).
001820     05  FILLER              PIC X(1).
001830     05  PARM-MONTHS         PIC 9(2).
001840     05  FILLER              PIC X(69).
001850 01  PARM-PERIOD-REC.
001860     05  FILLER              PIC X(9).
001870     05  PARM-PERIOD         PIC X(5).
001880     05  FILLER              PIC X(66).
001890     EJECT
001900 FD  RPT-FILE
001910     RECORDING MODE F
001920     LABEL RECORDS STANDARD
001930     BLOCK CONTAINS 0 RECORDS
001940     RECORD CONTAINS 132 CHARACTERS.
001950 01  RPT-REC                 PIC X(132).
001960     EJECT
001970 WORKING-STORAGE SECTION.
001980 77  PGMNAME                 PIC X(8) VALUE 'APKDUPML'.
001990 77  DIX-FILE-STATUS         PIC XX VALUE ZERO.
002000     88  DIX-FILE-OK         VALUE '00'.
002010     88  DIX-FILE-EOF        VALUE '10'.
002020 77  MONX-FILE-STATUS        PIC XX VALUE ZERO.
002030     88  MONX-FILE-OK        VALUE '00'.
002040     88  MONX-FILE-EOF       VALUE '10'.
002050 77  PARM-FILE-STATUS        PIC XX VALUE ZERO.
002060     88  PARM-FILE-OK        VALUE '00'.
002070     88  PARM-FILE-EOF       VALUE '10'.
002080 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
002090     88  RPT-FILE-OK         VALUE '00'.
002100 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
002110     88  RUN-ABORTED         VALUE HIGH-VALUE.
002120 77  DIX-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002130     88  DIX-OPEN            VALUE HIGH-VALUE.
002140 77  MONX-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002150     88  MONX-OPEN           VALUE HIGH-VALUE.
002160 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002170     88  PARM-OPEN           VALUE HIGH-VALUE.
002180 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002190     88  RPT-OPEN            VALUE HIGH-VALUE.
002200*    size of the tables below; an overflow is reported and the
002210*    step ends with RC 12 because the check is then incomplete.
002220 77  MAIL-MAX                PIC S9(8) BINARY VALUE 50000.
002230 77  RUN-MAX                 PIC S9(8) BINARY VALUE 200.
002240 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
002250     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
002260*    control card values.
002270 77  LOOKBACK-MONTHS         PIC S9(4) BINARY VALUE 2.
002280 77  PERIOD-FLAG             PIC X VALUE 'M'.
002290     88  PERIOD-MONTH        VALUE 'M'.
002300     88  PERIOD-DAY          VALUE 'D'.
002310*    lookback cutoff: today less the window, in months.
002320 77  CUTOFF-DATE             PIC 9(8) VALUE ZERO.
002330 01  CUTOFF-FIELDS.
002340     05  CUT-YEAR            PIC S9(4) BINARY.
002350     05  CUT-MONTH           PIC S9(4) BINARY.
002360     05  CUT-YEARS-BACK      PIC S9(4) BINARY.
002370     05  CUT-MONTHS-BACK     PIC S9(4) BINARY.
002380 01  TODAY-FIELDS.
002390     05  TODAY-YEAR          PIC 9(4).
002400     05  TODAY-MONTH         PIC 9(2).
002410     05  TODAY-DAY           PIC 9(2).
002420 01  TODAY-DATE REDEFINES TODAY-FIELDS
002430                             PIC 9(8).
002440*    the statement period of the run being loaded.
002450 01  PERIOD-FIELDS.
002460     05  PER-YEAR-MONTH      PIC 9(6).
002470     05  PER-DAY             PIC 9(2).
002480 01  PERIOD-DATE REDEFINES PERIOD-FIELDS
002490                             PIC 9(8).
002500*    the run whose records are being read, as an index into the
002510*    run table; zero when its records are to be skipped.
002520 77  CUR-RUN                 PIC S9(8) BINARY VALUE ZERO.
002530 77  NEWEST-DATE             PIC 9(8) VALUE ZERO.
002540 77  RUN-COUNT               PIC S9(8) BINARY VALUE ZERO.
002550 77  MAIL-COUNT              PIC S9(8) BINARY VALUE ZERO.
002560 77  PARM-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
002570 77  DIX-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
002580 77  MONX-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
002590 77  NOHDR-COUNT             PIC S9(8) BINARY VALUE ZERO.
002600 77  OLD-GEN-COUNT           PIC S9(8) BINARY VALUE ZERO.
002610 77  REPEAT-GEN-COUNT        PIC S9(8) BINARY VALUE ZERO.
002620 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
002630 77  NOAMT-MATCH-COUNT       PIC S9(8) BINARY VALUE ZERO.
002640 77  DUP-COUNT               PIC S9(8) BINARY VALUE ZERO.
002650 77  NEW-DUP-COUNT           PIC S9(8) BINARY VALUE ZERO.
002660 77  DIFF-AMT-COUNT          PIC S9(8) BINARY VALUE ZERO.
002670 77  REPRINT-COUNT           PIC S9(8) BINARY VALUE ZERO.
002680 77  GROUP-LINES             PIC S9(8) BINARY VALUE ZERO.
002690 77  MX                      PIC S9(8) BINARY VALUE ZERO.
002700 77  NX                      PIC S9(8) BINARY VALUE ZERO.
002710 77  TX                      PIC S9(8) BINARY VALUE ZERO.
002720 77  GX                      PIC S9(8) BINARY VALUE ZERO.
002730 77  GAP                     PIC S9(8) BINARY VALUE ZERO.
002740 77  LO-X                    PIC S9(8) BINARY VALUE ZERO.
002750 77  HI-X                    PIC S9(8) BINARY VALUE ZERO.
002760 77  MID-X                   PIC S9(8) BINARY VALUE ZERO.
002770 77  SEARCH-PAGE             PIC S9(8) BINARY VALUE ZERO.
002780*    what the account group being judged holds: its first and
002790*    last entries, how many runs and normal runs mailed it, and
002800*    whether a run of the night is among them and the amounts
002810*    disagree.
002820 77  GRP-FIRST               PIC S9(8) BINARY VALUE ZERO.
002830 77  GRP-LAST                PIC S9(8) BINARY VALUE ZERO.
002840 77  GRP-RUNS                PIC S9(8) BINARY VALUE ZERO.
002850 77  GRP-NORMAL-RUNS         PIC S9(8) BINARY VALUE ZERO.
002860 77  GRP-NEW-FLAG            PIC X VALUE LOW-VALUE.
002870     88  GRP-NEW             VALUE HIGH-VALUE.
002880     88  GRP-NOT-NEW         VALUE LOW-VALUE.
002890 77  GRP-DIFF-FLAG           PIC X VALUE LOW-VALUE.
002900     88  GRP-AMOUNTS-DIFFER  VALUE HIGH-VALUE.
002910     88  GRP-AMOUNTS-AGREE   VALUE LOW-VALUE.
002920 77  GRP-AMT-FLAG            PIC X VALUE LOW-VALUE.
002930     88  GRP-AMT-SEEN        VALUE HIGH-VALUE.
002940     88  GRP-AMT-NOT-SEEN    VALUE LOW-VALUE.
002950 77  GRP-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
002960*    which list the group scan is printing: 'D' duplicates, 'R'
002970*    repeats from reprint-mode runs.
002980 77  LIST-FLAG               PIC X VALUE 'D'.
002990     88  LIST-DUPLICATES     VALUE 'D'.
003000     88  LIST-REPRINTS       VALUE 'R'.
003010 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
003020 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
003030*    one entry per run in the window: its identity and mode, the
003040*    pages a reprint covered, and where its documents sit in the
003050*    mailing table as loaded.
003060 01  RUN-TABLE.
003070     05  RUN-ENTRY OCCURS 200 TIMES.
003080         10  RT-JOBNAME      PIC X(8).
003090         10  RT-KEY.
003100             15  RT-DATE     PIC 9(8).
003110             15  RT-TOKEN    PIC X(8).
003120         10  RT-MODE         PIC X(1).
003130             88  RT-REPRINT      VALUE 'R'.
003140             88  RT-RESTART      VALUE 'S'.
003150         10  RT-REPRINT-FROM PIC 9(8).
003160         10  RT-REPRINT-TO   PIC 9(8).
003170         10  RT-FIRST-X      PIC S9(8) BINARY.
003180         10  RT-LAST-X       PIC S9(8) BINARY.
003190*    one entry per statement mailed in the window, sorted on
003200*    account, jobname, period, and run for the comparison; the
003210*    amount comes from the run's MONEXTR ('Y' found, 'N' the
003220*    statement had none, blank no MONEXTR record).
003230 01  MAIL-TABLE.
003240     05  MAIL-ENTRY OCCURS 50000 TIMES.
003250         10  MA-SORT-KEY.
003260             15  MA-ACCOUNT  PIC X(10).
003270             15  MA-JOBNAME  PIC X(8).
003280             15  MA-PERIOD   PIC 9(8).
003290             15  MA-RUN-KEY  PIC X(16).
003300         10  MA-RUN          PIC S9(8) BINARY.
003310         10  MA-FIRST-PAGE   PIC S9(8) BINARY.
003320         10  MA-AMOUNT       PIC S9(11)V99 COMP-3.
003330         10  MA-AMT-FLAG     PIC X(1).
003340 01  MAIL-HOLD               PIC X(58).
003350 01  MAIL-HOLD-KEY REDEFINES MAIL-HOLD
003360                             PIC X(42).
003370 01  PERIOD-DISP.
003380     05  PD-YEAR             PIC 9(4).
003390     05  FILLER              PIC X(1) VALUE '/'.
003400     05  PD-MONTH            PIC 9(2).
003410     05  PD-SEP              PIC X(1).
003420     05  PD-DAY              PIC X(2).
003430 01  PERIOD-SPLIT.
003440     05  PS-YEAR             PIC 9(4).
003450     05  PS-MONTH            PIC 9(2).
003460     05  PS-DAY              PIC X(2).
003470     EJECT
003480 01  PAGE-HDR.
003490     05  FILLER              PIC X(8) VALUE 'APKDUPML'.
003500     05  FILLER              PIC X(4) VALUE SPACE.
003510     05  FILLER              PIC X(42) VALUE
003520         'CROSS-RUN DUPLICATE-MAILING CHECK'.
003530     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
003540     05  HDR-DATE            PIC 9999/99/99.
003550     05  FILLER              PIC X(59) VALUE SPACE.
003560 01  WINDOW-LINE.
003570     05  FILLER              PIC X(2) VALUE SPACE.
003580     05  FILLER              PIC X(26) VALUE
003590         'RUNS WITH A CYCLE DATE ON '.
003600     05  FILLER              PIC X(9) VALUE 'OR AFTER '.
003610     05  WL-CUTOFF           PIC 9999/99/99.
003620     05  FILLER              PIC X(20) VALUE
003630         ', NEWEST CYCLE DATE '.
003640     05  WL-NEWEST           PIC 9999/99/99.
003650     05  FILLER              PIC X(14) VALUE ', PERIOD IS A '.
003660     05  WL-PERIOD           PIC X(5).
003670     05  FILLER              PIC X(36) VALUE SPACE.
003680 01  SECTION-LINE.
003690     05  FILLER              PIC X(2) VALUE SPACE.
003700     05  SL-TITLE            PIC X(60).
003710     05  FILLER              PIC X(70) VALUE SPACE.
003720 01  RUN-HDR-LINE.
003730     05  FILLER              PIC X(4) VALUE SPACE.
003740     05  FILLER              PIC X(40) VALUE
003750         'JOBNAME   CYCLE DATE  TOKEN     MODE    '.
003760     05  FILLER              PIC X(28) VALUE
003770         'STATEMENTS   REPRINTED PAGES'.
003780     05  FILLER              PIC X(60) VALUE SPACE.
003790 01  RUN-LINE.
003800     05  FILLER              PIC X(4) VALUE SPACE.
003810     05  RL-JOBNAME          PIC X(8).
003820     05  FILLER              PIC X(2) VALUE SPACE.
003830     05  RL-DATE             PIC 9999/99/99.
003840     05  FILLER              PIC X(2) VALUE SPACE.
003850     05  RL-TOKEN            PIC X(8).
003860     05  FILLER              PIC X(2) VALUE SPACE.
003870     05  RL-MODE             PIC X(7).
003880     05  RL-DOCS             PIC ZZZ,ZZZ,ZZ9.
003890     05  FILLER              PIC X(3) VALUE SPACE.
003900     05  RL-REPRINT.
003910         10  RL-FROM         PIC ZZZZZZZ9.
003920         10  FILLER          PIC X(3) VALUE ' - '.
003930         10  RL-TO           PIC ZZZZZZZ9.
003940     05  FILLER              PIC X(56) VALUE SPACE.
003950 01  MAIL-HDR-LINE.
003960     05  FILLER              PIC X(4) VALUE SPACE.
003970     05  FILLER              PIC X(46) VALUE
003980         'ACCOUNT     JOBNAME   PERIOD      CYCLE DATE  '.
003990     05  FILLER              PIC X(53) VALUE
004000         'TOKEN     MODE    FIRST PAGE             AMOUNT  NOTE'.
004010     05  FILLER              PIC X(29) VALUE SPACE.
004020 01  MAIL-LINE.
004030     05  FILLER              PIC X(4) VALUE SPACE.
004040     05  MLL-ACCOUNT         PIC X(10).
004050     05  FILLER              PIC X(2) VALUE SPACE.
004060     05  MLL-JOBNAME         PIC X(8).
004070     05  FILLER              PIC X(2) VALUE SPACE.
004080     05  MLL-PERIOD          PIC X(10).
004090     05  FILLER              PIC X(2) VALUE SPACE.
004100     05  MLL-DATE            PIC 9999/99/99.
004110     05  FILLER              PIC X(2) VALUE SPACE.
004120     05  MLL-TOKEN           PIC X(8).
004130     05  FILLER              PIC X(2) VALUE SPACE.
004140     05  MLL-MODE            PIC X(7).
004150     05  MLL-PAGE            PIC ZZZ,ZZZ,ZZ9.
004160     05  FILLER              PIC X(2) VALUE SPACE.
004170     05  MLL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004180     05  MLL-AMOUNT-X REDEFINES MLL-AMOUNT
004190                             PIC X(17).
004200     05  FILLER              PIC X(2) VALUE SPACE.
004210     05  MLL-NOTE            PIC X(30).
004220     05  FILLER              PIC X(3) VALUE SPACE.
004230 01  NONE-LINE               PIC X(132) VALUE
004240     '    NONE.'.
004250 01  TOTAL-LINE.
004260     05  FILLER              PIC X(4) VALUE SPACE.
004270     05  TL-LABEL            PIC X(40).
004280     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
004290     05  FILLER              PIC X(77) VALUE SPACE.
004300     EJECT
004310 PROCEDURE DIVISION.
004320 0000-MAINLINE.
004330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004340     IF NOT RUN-ABORTED
004350      THEN
004360       PERFORM 2000-LOAD-MAILINGS THRU 2000-EXIT
004370           UNTIL DIX-FILE-EOF
004380       PERFORM 2500-LOAD-AMOUNTS THRU 2500-EXIT
004390           UNTIL MONX-FILE-EOF
004400       PERFORM 3000-PRINT-RUNS THRU 3000-EXIT
004410       PERFORM 3500-SORT-MAILINGS THRU 3500-EXIT
004420       SET LIST-DUPLICATES TO TRUE
004430       PERFORM 4000-LIST-GROUPS THRU 4000-EXIT
004440       SET LIST-REPRINTS TO TRUE
004450       PERFORM 4000-LIST-GROUPS THRU 4000-EXIT
004460       PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
004470     END-IF.
004480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004490     GOBACK.
004500     EJECT
004510*****************************************************************
004520*    OPEN THE DATASETS, READ THE CONTROL CARDS, AND WORK OUT    *
004530*    THE LOOKBACK CUTOFF.  ANY OPEN FAILING OR A BAD CARD       *
004540*    ABANDONS THE RUN WITH RC 12.                               *
004550*****************************************************************
004560 1000-INITIALIZE.
004570     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
004580     MOVE RUN-DATE-TODAY TO HDR-DATE.
004590     OPEN INPUT PARM-FILE.
004600     IF PARM-FILE-OK
004610      THEN
004620       SET PARM-OPEN TO TRUE
004630      ELSE
004640       DISPLAY PGMNAME, ' DUPPARM OPEN FAILED, STATUS=',
004650               PARM-FILE-STATUS, ' -- RUN ABANDONED.';
004660       SET RUN-ABORTED TO TRUE;
004670       MOVE 12 TO RETURN-CODE;
004680       GO TO 1000-EXIT.
004690     PERFORM 1100-READ-PARM THRU 1100-EXIT
004700         UNTIL PARM-FILE-EOF OR RUN-ABORTED.
004710     IF RUN-ABORTED
004720      THEN
004730       GO TO 1000-EXIT.
004740     OPEN INPUT DIX-FILE.
004750     IF DIX-FILE-OK
004760      THEN
004770       SET DIX-OPEN TO TRUE
004780      ELSE
004790       DISPLAY PGMNAME, ' DIXHIST OPEN FAILED, STATUS=',
004800               DIX-FILE-STATUS, ' -- RUN ABANDONED.';
004810       SET RUN-ABORTED TO TRUE;
004820       MOVE 12 TO RETURN-CODE;
004830       GO TO 1000-EXIT.
004840     OPEN INPUT MONX-FILE.
004850     IF MONX-FILE-OK
004860      THEN
004870       SET MONX-OPEN TO TRUE
004880      ELSE
004890       DISPLAY PGMNAME, ' MONXHIST OPEN FAILED, STATUS=',
004900               MONX-FILE-STATUS, ' -- RUN ABANDONED.';
004910       SET RUN-ABORTED TO TRUE;
004920       MOVE 12 TO RETURN-CODE;
004930       GO TO 1000-EXIT.
004940     OPEN OUTPUT RPT-FILE.
004950     IF RPT-FILE-OK
004960      THEN
004970       SET RPT-OPEN TO TRUE
004980      ELSE
004990       DISPLAY PGMNAME, ' DUPMLRPT OPEN FAILED, STATUS=',
005000               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
005010       SET RUN-ABORTED TO TRUE;
005020       MOVE 12 TO RETURN-CODE;
005030       GO TO 1000-EXIT.
005040     MOVE RUN-DATE-TODAY TO TODAY-DATE.
005050     DIVIDE LOOKBACK-MONTHS BY 12 GIVING CUT-YEARS-BACK
005060         REMAINDER CUT-MONTHS-BACK.
005070     COMPUTE CUT-YEAR = TODAY-YEAR - CUT-YEARS-BACK.
005080     COMPUTE CUT-MONTH = TODAY-MONTH - CUT-MONTHS-BACK.
005090     IF CUT-MONTH < 1
005100      THEN
005110       ADD 12 TO CUT-MONTH;
005120       SUBTRACT 1 FROM CUT-YEAR.
005130     COMPUTE CUTOFF-DATE = CUT-YEAR * 10000 + CUT-MONTH * 100
005140                         + TODAY-DAY.
005150     PERFORM 2100-READ-DIX THRU 2100-EXIT.
005160     PERFORM 2600-READ-MONX THRU 2600-EXIT.
005170 1000-EXIT.
005180     EXIT.
005190     EJECT
005200*****************************************************************
005210*    ONE DUPPARM CARD.  COMMENTS AND BLANK CARDS ARE SKIPPED;   *
005220*    AN UNKNOWN KEYWORD OR A BAD OPERAND REFUSES THE RUN.       *
005230*****************************************************************
005240 1100-READ-PARM.
005250     READ PARM-FILE
005260      AT END
005270       GO TO 1100-EXIT
005280      NOT AT END
005290       ADD 1 TO PARM-READ-COUNT
005300     END-READ.
005310     IF PARM-REC (1:1) = '*' OR PARM-REC = SPACES
005320      THEN
005330       GO TO 1100-EXIT.
005340     IF PARM-KEYWORD = 'LOOKBACK'
005350      THEN
005360       IF PARM-MONTHS NUMERIC AND PARM-MONTHS > ZERO
005370        THEN
005380         MOVE PARM-MONTHS TO LOOKBACK-MONTHS;
005390         GO TO 1100-EXIT
005400        ELSE
005410         GO TO 1100-BAD-CARD
005420       END-IF.
005430     IF PARM-KEYWORD NOT = 'PERIOD  '
005440      THEN
005450       GO TO 1100-BAD-CARD.
005460     IF PARM-PERIOD = 'MONTH'
005470      THEN
005480       SET PERIOD-MONTH TO TRUE;
005490       GO TO 1100-EXIT.
005500     IF PARM-PERIOD = 'DAY  '
005510      THEN
005520       SET PERIOD-DAY TO TRUE;
005530       GO TO 1100-EXIT.
005540 1100-BAD-CARD.
005550     DISPLAY PGMNAME, ' DUPPARM CARD IN ERROR -- ',
005560             PARM-REC (1:40).
005570     DISPLAY PGMNAME, ' RUN ABANDONED.'.
005580     SET RUN-ABORTED TO TRUE.
005590     MOVE 12 TO RETURN-CODE.
005600 1100-EXIT.
005610     EXIT.
005620     EJECT
005630*****************************************************************
005640*    LOAD ONE DIXHIST RECORD.  A *RUNHDR STARTS A RUN -- OR,    *
005650*    WHEN ITS CYCLE DATE IS BEFORE THE WINDOW OR ITS RUN WAS    *
005660*    ALREADY LOADED, STARTS SKIPPING.  EACH DOCUMENT OF A RUN   *
005670*    IN THE WINDOW IS ENTERED AS A MAILING.                     *
005680*****************************************************************
005690 2000-LOAD-MAILINGS.
005700     ADD 1 TO DIX-READ-COUNT.
005710     IF DIX-REC (1:8) = '*RUNHDR '
005720      THEN
005730       PERFORM 2200-NEW-RUN THRU 2200-EXIT;
005740       GO TO 2000-READ.
005750     IF DIX-REC (1:1) = '*'
005760      THEN
005770       GO TO 2000-READ.
005780     IF CUR-RUN = ZERO
005790      THEN
005800       GO TO 2000-READ.
005810     IF DIX-FIRST-PAGE NOT NUMERIC
005820      THEN
005830       ADD 1 TO BAD-REC-COUNT;
005840       GO TO 2000-READ.
005850     IF MAIL-COUNT >= MAIL-MAX
005860      THEN
005870       SET TABLE-OVERFLOWED TO TRUE;
005880       GO TO 2000-READ.
005890     ADD 1 TO MAIL-COUNT.
005900     MOVE DIX-ACCOUNT TO MA-ACCOUNT (MAIL-COUNT).
005910     MOVE RT-JOBNAME (CUR-RUN) TO MA-JOBNAME (MAIL-COUNT).
005920     MOVE PERIOD-DATE TO MA-PERIOD (MAIL-COUNT).
005930     MOVE RT-KEY (CUR-RUN) TO MA-RUN-KEY (MAIL-COUNT).
005940     MOVE CUR-RUN TO MA-RUN (MAIL-COUNT).
005950     MOVE DIX-FIRST-PAGE TO MA-FIRST-PAGE (MAIL-COUNT).
005960     MOVE ZERO TO MA-AMOUNT (MAIL-COUNT).
005970     MOVE SPACE TO MA-AMT-FLAG (MAIL-COUNT).
005980     MOVE MAIL-COUNT TO RT-LAST-X (CUR-RUN).
005990 2000-READ.
006000     PERFORM 2100-READ-DIX THRU 2100-EXIT.
006010 2000-EXIT.
006020     EXIT.
006030 2100-READ-DIX.
006040     READ DIX-FILE
006050      AT END
006060       CONTINUE
006070      NOT AT END
006080       CONTINUE
006090     END-READ.
006100 2100-EXIT.
006110     EXIT.
006120 2200-NEW-RUN.
006130     MOVE ZERO TO CUR-RUN.
006140     IF DHDR-DATE NOT NUMERIC
006150      THEN
006160       ADD 1 TO BAD-REC-COUNT;
006170       GO TO 2200-EXIT.
006180     IF DHDR-DATE < CUTOFF-DATE
006190      THEN
006200       ADD 1 TO OLD-GEN-COUNT;
006210       GO TO 2200-EXIT.
006220     MOVE 1 TO TX.
006230 2200-LOOP.
006240     IF TX > RUN-COUNT
006250      THEN
006260       GO TO 2200-ADD.
006270     IF RT-JOBNAME (TX) = DHDR-JOBNAME AND RT-KEY (TX) = DHDR-KEY
006280      THEN
006290       ADD 1 TO REPEAT-GEN-COUNT;
006300       GO TO 2200-EXIT.
006310     ADD 1 TO TX.
006320     GO TO 2200-LOOP.
006330 2200-ADD.
006340     IF RUN-COUNT >= RUN-MAX
006350      THEN
006360       SET TABLE-OVERFLOWED TO TRUE;
006370       GO TO 2200-EXIT.
006380     ADD 1 TO RUN-COUNT.
006390     MOVE RUN-COUNT TO CUR-RUN.
006400     MOVE DHDR-JOBNAME TO RT-JOBNAME (CUR-RUN).
006410     MOVE DHDR-KEY TO RT-KEY (CUR-RUN).
006420     MOVE DHDR-MODE TO RT-MODE (CUR-RUN).
006430     MOVE ZERO TO RT-REPRINT-FROM (CUR-RUN).
006440     MOVE ZERO TO RT-REPRINT-TO (CUR-RUN).
006450     IF RT-REPRINT (CUR-RUN)
006460        AND DHDR-REPRINT-FROM NUMERIC
006470        AND DHDR-REPRINT-TO NUMERIC
006480      THEN
006490       MOVE DHDR-REPRINT-FROM TO RT-REPRINT-FROM (CUR-RUN);
006500       MOVE DHDR-REPRINT-TO TO RT-REPRINT-TO (CUR-RUN).
006510     COMPUTE RT-FIRST-X (CUR-RUN) = MAIL-COUNT + 1.
006520     MOVE MAIL-COUNT TO RT-LAST-X (CUR-RUN).
006530     IF DHDR-DATE > NEWEST-DATE
006540      THEN
006550       MOVE DHDR-DATE TO NEWEST-DATE.
006560     MOVE DHDR-DATE TO PERIOD-DATE.
006570     IF PERIOD-MONTH
006580      THEN
006590       MOVE ZERO TO PER-DAY.
006600 2200-EXIT.
006610     EXIT.
006620     EJECT
006630*****************************************************************
006640*    ONE MONXHIST RECORD.  EACH DOCUMENT RECORD OF A RUN LOADED *
006650*    FROM DIXHIST FINDS ITS MAILING BY FIRST PAGE -- THE RUN'S  *
006660*    DOCUMENTS ASCEND IN PAGE ORDER -- AND GIVES IT ITS AMOUNT. *
006670*****************************************************************
006680 2500-LOAD-AMOUNTS.
006690     ADD 1 TO MONX-READ-COUNT.
006700     IF MONX-REC (1:8) = '*RUNHDR '
006710      THEN
006720       PERFORM 2700-FIND-RUN THRU 2700-EXIT;
006730       GO TO 2500-READ.
006740     IF MONX-REC (1:1) = '*' OR MONX-TYPE NOT = 'D'
006750      THEN
006760       GO TO 2500-READ.
006770     IF CUR-RUN = ZERO
006780      THEN
006790       GO TO 2500-READ.
006800     IF MONX-PAGE NOT NUMERIC
006810      THEN
006820       ADD 1 TO BAD-REC-COUNT;
006830       GO TO 2500-READ.
006840     MOVE MONX-PAGE TO SEARCH-PAGE.
006850     MOVE RT-FIRST-X (CUR-RUN) TO LO-X.
006860     COMPUTE HI-X = RT-LAST-X (CUR-RUN) + 1.
006870 2500-SEARCH.
006880     IF LO-X >= HI-X
006890      THEN
006900       GO TO 2500-MATCH.
006910     COMPUTE MID-X = (LO-X + HI-X) / 2.
006920     IF MA-FIRST-PAGE (MID-X) < SEARCH-PAGE
006930      THEN
006940       COMPUTE LO-X = MID-X + 1
006950      ELSE
006960       MOVE MID-X TO HI-X.
006970     GO TO 2500-SEARCH.
006980 2500-MATCH.
006990     IF LO-X > RT-LAST-X (CUR-RUN)
007000      THEN
007010       ADD 1 TO NOAMT-MATCH-COUNT;
007020       GO TO 2500-READ.
007030     IF MA-FIRST-PAGE (LO-X) NOT = SEARCH-PAGE
007040        OR MA-ACCOUNT (LO-X) NOT = MONX-ACCOUNT
007050      THEN
007060       ADD 1 TO NOAMT-MATCH-COUNT;
007070       GO TO 2500-READ.
007080     IF MONX-NOAMT-FLAG = 'N' OR MONX-AMOUNT NOT NUMERIC
007090      THEN
007100       MOVE 'N' TO MA-AMT-FLAG (LO-X)
007110      ELSE
007120       MOVE MONX-AMOUNT TO MA-AMOUNT (LO-X);
007130       MOVE 'Y' TO MA-AMT-FLAG (LO-X).
007140 2500-READ.
007150     PERFORM 2600-READ-MONX THRU 2600-EXIT.
007160 2500-EXIT.
007170     EXIT.
007180 2600-READ-MONX.
007190     READ MONX-FILE
007200      AT END
007210       CONTINUE
007220      NOT AT END
007230       CONTINUE
007240     END-READ.
007250 2600-EXIT.
007260     EXIT.
007270*    a MONXHIST header: its run must be one loaded from DIXHIST
007280*    (a run outside the window, or missing there, is skipped).
007290 2700-FIND-RUN.
007300     MOVE ZERO TO CUR-RUN.
007310     MOVE 1 TO TX.
007320 2700-LOOP.
007330     IF TX > RUN-COUNT
007340      THEN
007350       GO TO 2700-EXIT.
007360     IF RT-JOBNAME (TX) = MHDR-JOBNAME AND RT-KEY (TX) = MHDR-KEY
007370      THEN
007380       MOVE TX TO CUR-RUN;
007390       GO TO 2700-EXIT.
007400     ADD 1 TO TX.
007410     GO TO 2700-LOOP.
007420 2700-EXIT.
007430     EXIT.
007440     EJECT
007450*****************************************************************
007460*    THE RUNS IN THE WINDOW, AS LOADED.                         *
007470*****************************************************************
007480 3000-PRINT-RUNS.
007490     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
007500     MOVE CUTOFF-DATE TO WL-CUTOFF.
007510     MOVE NEWEST-DATE TO WL-NEWEST.
007520     IF PERIOD-MONTH
007530      THEN
007540       MOVE 'MONTH' TO WL-PERIOD
007550      ELSE
007560       MOVE 'DAY' TO WL-PERIOD.
007570     WRITE RPT-REC FROM WINDOW-LINE AFTER ADVANCING 2 LINES.
007580     MOVE 'RUNS CHECKED' TO SL-TITLE.
007590     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
007600     IF RUN-COUNT = ZERO
007610      THEN
007620       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE;
007630       GO TO 3000-EXIT.
007640     WRITE RPT-REC FROM RUN-HDR-LINE AFTER ADVANCING 1 LINE.
007650     PERFORM 3100-PRINT-RUN THRU 3100-EXIT
007660         VARYING TX FROM 1 BY 1 UNTIL TX > RUN-COUNT.
007670 3000-EXIT.
007680     EXIT.
007690 3100-PRINT-RUN.
007700     MOVE RT-JOBNAME (TX) TO RL-JOBNAME.
007710     MOVE RT-DATE (TX) TO RL-DATE.
007720     MOVE RT-TOKEN (TX) TO RL-TOKEN.
007730     PERFORM 3200-MODE-NAME THRU 3200-EXIT.
007740     MOVE MLL-MODE TO RL-MODE.
007750     COMPUTE RL-DOCS = RT-LAST-X (TX) - RT-FIRST-X (TX) + 1.
007760     MOVE SPACES TO RL-REPRINT.
007770     IF RT-REPRINT (TX)
007780      THEN
007790       MOVE RT-REPRINT-FROM (TX) TO RL-FROM;
007800       MOVE ' - ' TO RL-REPRINT (9:3);
007810       MOVE RT-REPRINT-TO (TX) TO RL-TO.
007820     WRITE RPT-REC FROM RUN-LINE AFTER ADVANCING 1 LINE.
007830 3100-EXIT.
007840     EXIT.
007850*    the mode of run TX, for print.
007860 3200-MODE-NAME.
007870     IF RT-REPRINT (TX)
007880      THEN
007890       MOVE 'REPRINT' TO MLL-MODE
007900      ELSE
007910       IF RT-RESTART (TX)
007920        THEN
007930         MOVE 'RESTART' TO MLL-MODE
007940        ELSE
007950         MOVE SPACES TO MLL-MODE
007960       END-IF
007970     END-IF.
007980 3200-EXIT.
007990     EXIT.
008000     EJECT
008010*****************************************************************
008020*    SORT THE MAILINGS ON ACCOUNT, JOBNAME, PERIOD, AND RUN.    *
008030*    THE TABLE IS LARGE, SO THE INSERTION IS DONE OVER A        *
008040*    SHRINKING STRIDE (1, 4, 13, 40 ...) -- EACH PASS LEAVES    *
008050*    THE NEXT LITTLE TO MOVE -- ENDING WITH A STRAIGHT PASS.    *
008060*****************************************************************
008070 3500-SORT-MAILINGS.
008080     IF MAIL-COUNT < 2
008090      THEN
008100       GO TO 3500-EXIT.
008110     MOVE 1 TO GAP.
008120 3500-GROW.
008130     IF GAP * 3 + 1 < MAIL-COUNT
008140      THEN
008150       COMPUTE GAP = GAP * 3 + 1;
008160       GO TO 3500-GROW.
008170 3500-PASS.
008180     IF GAP < 1
008190      THEN
008200       GO TO 3500-EXIT.
008210     COMPUTE MX = GAP + 1.
008220 3500-LOOP.
008230     IF MX > MAIL-COUNT
008240      THEN
008250       COMPUTE GAP = GAP / 3;
008260       GO TO 3500-PASS.
008270     MOVE MAIL-ENTRY (MX) TO MAIL-HOLD.
008280     MOVE MX TO TX.
008290 3500-SHIFT.
008300     IF TX <= GAP
008310      THEN
008320       GO TO 3500-PLACE.
008330     IF MA-SORT-KEY (TX - GAP) <= MAIL-HOLD-KEY
008340      THEN
008350       GO TO 3500-PLACE.
008360     MOVE MAIL-ENTRY (TX - GAP) TO MAIL-ENTRY (TX).
008370     SUBTRACT GAP FROM TX.
008380     GO TO 3500-SHIFT.
008390 3500-PLACE.
008400     MOVE MAIL-HOLD TO MAIL-ENTRY (TX).
008410     ADD 1 TO MX.
008420     GO TO 3500-LOOP.
008430 3500-EXIT.
008440     EXIT.
008450     EJECT
008460*****************************************************************
008470*    WALK THE SORTED MAILINGS A GROUP AT A TIME -- ONE ACCOUNT, *
008480*    JOB, AND PERIOD -- AND PRINT THE GROUPS OF THE LIST BEING  *
008490*    MADE: DUPLICATES (TWO OR MORE NORMAL RUNS MAILED IT), OR   *
008500*    REPEATS FROM REPRINT-MODE RUNS.  THE DUPLICATE PASS ALSO   *
008510*    SETS THE RETURN CODE.                                      *
008520*****************************************************************
008530 4000-LIST-GROUPS.
008540     IF LIST-DUPLICATES
008550      THEN
008560       MOVE 'ACCOUNTS MAILED MORE THAN ONCE FOR A PERIOD'
008570           TO SL-TITLE
008580      ELSE
008590       MOVE 'REPEATS FROM REPRINT-MODE RUNS (NOT DUPLICATES)'
008600           TO SL-TITLE.
008610     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
008620     MOVE ZERO TO GROUP-LINES.
008630     MOVE 1 TO GRP-FIRST.
008640 4000-LOOP.
008650     IF GRP-FIRST > MAIL-COUNT
008660      THEN
008670       GO TO 4000-END.
008680     MOVE GRP-FIRST TO GRP-LAST.
008690 4000-EXTEND.
008700     IF GRP-LAST < MAIL-COUNT
008710      THEN
008720       IF MA-SORT-KEY (GRP-LAST + 1) (1:26)
008730          = MA-SORT-KEY (GRP-FIRST) (1:26)
008740        THEN
008750         ADD 1 TO GRP-LAST;
008760         GO TO 4000-EXTEND
008770       END-IF
008780     END-IF.
008790     IF GRP-LAST > GRP-FIRST
008800      THEN
008810       PERFORM 4100-JUDGE-GROUP THRU 4100-EXIT.
008820     COMPUTE GRP-FIRST = GRP-LAST + 1.
008830     GO TO 4000-LOOP.
008840 4000-END.
008850     IF GROUP-LINES = ZERO
008860      THEN
008870       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
008880     IF LIST-REPRINTS
008890      THEN
008900       GO TO 4000-EXIT.
008910     IF NEW-DUP-COUNT > ZERO
008920      THEN
008930       MOVE 8 TO RETURN-CODE
008940      ELSE
008950       IF DUP-COUNT > ZERO
008960        THEN
008970         MOVE 4 TO RETURN-CODE
008980       END-IF
008990     END-IF.
009000 4000-EXIT.
009010     EXIT.
009020*    count the runs in the group GRP-FIRST thru GRP-LAST -- a run
009030*    listing the account twice counts once -- and judge it.
009040 4100-JUDGE-GROUP.
009050     MOVE ZERO TO GRP-RUNS.
009060     MOVE ZERO TO GRP-NORMAL-RUNS.
009070     SET GRP-NOT-NEW TO TRUE.
009080     SET GRP-AMOUNTS-AGREE TO TRUE.
009090     SET GRP-AMT-NOT-SEEN TO TRUE.
009100     PERFORM 4200-COUNT-RUN THRU 4200-EXIT
009110         VARYING GX FROM GRP-FIRST BY 1 UNTIL GX > GRP-LAST.
009120     IF GRP-RUNS < 2
009130      THEN
009140       GO TO 4100-EXIT.
009150     IF LIST-DUPLICATES
009160      THEN
009170       IF GRP-NORMAL-RUNS < 2
009180        THEN
009190         GO TO 4100-EXIT
009200        ELSE
009210         ADD 1 TO DUP-COUNT;
009220         IF GRP-NEW
009230          THEN
009240           ADD 1 TO NEW-DUP-COUNT
009250         END-IF;
009260         IF GRP-AMOUNTS-DIFFER
009270          THEN
009280           ADD 1 TO DIFF-AMT-COUNT
009290         END-IF
009300       END-IF
009310      ELSE
009320       IF GRP-NORMAL-RUNS > 1
009330        THEN
009340         GO TO 4100-EXIT
009350        ELSE
009360         ADD 1 TO REPRINT-COUNT
009370       END-IF
009380     END-IF.
009390     IF GROUP-LINES = ZERO
009400      THEN
009410       WRITE RPT-REC FROM MAIL-HDR-LINE AFTER ADVANCING 1 LINE.
009420     PERFORM 4300-PRINT-MAILING THRU 4300-EXIT
009430         VARYING GX FROM GRP-FIRST BY 1 UNTIL GX > GRP-LAST.
009440 4100-EXIT.
009450     EXIT.
009460 4200-COUNT-RUN.
009470     IF GX > GRP-FIRST
009480      THEN
009490       IF MA-RUN-KEY (GX) = MA-RUN-KEY (GX - 1)
009500        THEN
009510         GO TO 4200-EXIT
009520       END-IF
009530     END-IF.
009540     ADD 1 TO GRP-RUNS.
009550     MOVE MA-RUN (GX) TO TX.
009560     IF NOT RT-REPRINT (TX)
009570      THEN
009580       ADD 1 TO GRP-NORMAL-RUNS.
009590     IF RT-DATE (TX) = NEWEST-DATE
009600      THEN
009610       SET GRP-NEW TO TRUE.
009620     IF MA-AMT-FLAG (GX) NOT = 'Y'
009630      THEN
009640       GO TO 4200-EXIT.
009650     IF GRP-AMT-NOT-SEEN
009660      THEN
009670       SET GRP-AMT-SEEN TO TRUE;
009680       MOVE MA-AMOUNT (GX) TO GRP-AMOUNT
009690      ELSE
009700       IF MA-AMOUNT (GX) NOT = GRP-AMOUNT
009710        THEN
009720         SET GRP-AMOUNTS-DIFFER TO TRUE
009730       END-IF
009740     END-IF.
009750 4200-EXIT.
009760     EXIT.
009770 4300-PRINT-MAILING.
009780     MOVE MA-RUN (GX) TO TX.
009790     MOVE SPACES TO MLL-NOTE.
009800     IF GX = GRP-FIRST
009810      THEN
009820       MOVE MA-ACCOUNT (GX) TO MLL-ACCOUNT;
009830       MOVE MA-JOBNAME (GX) TO MLL-JOBNAME;
009840       MOVE MA-PERIOD (GX) TO PERIOD-SPLIT;
009850       MOVE PS-YEAR TO PD-YEAR;
009860       MOVE PS-MONTH TO PD-MONTH;
009870       IF PS-DAY = '00'
009880        THEN
009890         MOVE SPACE TO PD-SEP;
009900         MOVE SPACES TO PD-DAY
009910        ELSE
009920         MOVE '/' TO PD-SEP;
009930         MOVE PS-DAY TO PD-DAY
009940       END-IF;
009950       MOVE PERIOD-DISP TO MLL-PERIOD;
009960       IF LIST-DUPLICATES
009970        THEN
009980         IF GRP-NEW
009990          THEN
010000           MOVE 'NEW' TO MLL-NOTE
010010         END-IF;
010020         IF GRP-AMOUNTS-DIFFER
010030          THEN
010040           MOVE 'AMOUNTS DIFFER' TO MLL-NOTE (5:14)
010050         END-IF
010060       END-IF
010070      ELSE
010080       MOVE SPACES TO MLL-ACCOUNT;
010090       MOVE SPACES TO MLL-JOBNAME;
010100       MOVE SPACES TO MLL-PERIOD.
010110     MOVE RT-DATE (TX) TO MLL-DATE.
010120     MOVE RT-TOKEN (TX) TO MLL-TOKEN.
010130     PERFORM 3200-MODE-NAME THRU 3200-EXIT.
010140     MOVE MA-FIRST-PAGE (GX) TO MLL-PAGE.
010150     IF MA-AMT-FLAG (GX) = 'Y'
010160      THEN
010170       MOVE MA-AMOUNT (GX) TO MLL-AMOUNT
010180      ELSE
010190       IF MA-AMT-FLAG (GX) = 'N'
010200        THEN
010210         MOVE '        NO AMOUNT' TO MLL-AMOUNT-X
010220        ELSE
010230         MOVE '       NOT FOUND' TO MLL-AMOUNT-X
010240       END-IF
010250     END-IF.
010260     WRITE RPT-REC FROM MAIL-LINE AFTER ADVANCING 1 LINE.
010270     ADD 1 TO GROUP-LINES.
010280 4300-EXIT.
010290     EXIT.
010300     EJECT
010310*****************************************************************
010320*    THE RUN'S COUNTS AT THE FOOT OF THE REPORT.                *
010330*****************************************************************
010340 6000-PRINT-TOTALS.
010350     MOVE 'RUNS CHECKED' TO TL-LABEL.
010360     MOVE RUN-COUNT TO TL-VALUE.
010370     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
010380     MOVE 'STATEMENTS CHECKED' TO TL-LABEL.
010390     MOVE MAIL-COUNT TO TL-VALUE.
010400     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010410     MOVE 'ACCOUNTS MAILED MORE THAN ONCE' TO TL-LABEL.
010420     MOVE DUP-COUNT TO TL-VALUE.
010430     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
010440     MOVE '  NEW (IN THE NEWEST CYCLE)' TO TL-LABEL.
010450     MOVE NEW-DUP-COUNT TO TL-VALUE.
010460     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010470     MOVE '  WITH DIFFERENT AMOUNTS' TO TL-LABEL.
010480     MOVE DIFF-AMT-COUNT TO TL-VALUE.
010490     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010500     MOVE 'REPEATS FROM REPRINT-MODE RUNS' TO TL-LABEL.
010510     MOVE REPRINT-COUNT TO TL-VALUE.
010520     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
010530 6000-EXIT.
010540     EXIT.
010550     EJECT
010560*****************************************************************
010570*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
010580*****************************************************************
010590 9000-TERMINATE.
010600     IF DIX-OPEN
010610      THEN
010620       CLOSE DIX-FILE.
010630     IF MONX-OPEN
010640      THEN
010650       CLOSE MONX-FILE.
010660     IF PARM-OPEN
010670      THEN
010680       CLOSE PARM-FILE.
010690     IF RPT-OPEN
010700      THEN
010710       CLOSE RPT-FILE.
010720     MOVE DIX-READ-COUNT TO CNT-DISP.
010730     DISPLAY PGMNAME, CNT-DISP, ' DIXHIST records read.'.
010740     MOVE MONX-READ-COUNT TO CNT-DISP.
010750     DISPLAY PGMNAME, CNT-DISP, ' MONXHIST records read.'.
010760     MOVE RUN-COUNT TO CNT-DISP.
010770     DISPLAY PGMNAME, CNT-DISP, ' runs in the window.'.
010780     MOVE DUP-COUNT TO CNT-DISP.
010790     DISPLAY PGMNAME, CNT-DISP, ' accounts mailed more than',
010800             ' once.'.
010810     MOVE NEW-DUP-COUNT TO CNT-DISP.
010820     DISPLAY PGMNAME, CNT-DISP, ' of them new.'.
010830     IF OLD-GEN-COUNT > ZERO
010840      THEN
010850       MOVE OLD-GEN-COUNT TO CNT-DISP;
010860       DISPLAY PGMNAME, CNT-DISP, ' generations before the',
010870               ' window skipped.'
010880     END-IF.
010890     IF REPEAT-GEN-COUNT > ZERO
010900      THEN
010910       MOVE REPEAT-GEN-COUNT TO CNT-DISP;
010920       DISPLAY PGMNAME, CNT-DISP, ' generations concatenated',
010930               ' twice skipped.'
010940     END-IF.
010950     IF NOAMT-MATCH-COUNT > ZERO
010960      THEN
010970       MOVE NOAMT-MATCH-COUNT TO CNT-DISP;
010980       DISPLAY PGMNAME, CNT-DISP, ' MONXHIST documents with no',
010990               ' DIXHIST match.'
011000     END-IF.
011010     IF BAD-REC-COUNT > ZERO
011020      THEN
011030       MOVE BAD-REC-COUNT TO CNT-DISP;
011040       DISPLAY PGMNAME, CNT-DISP, ' malformed records skipped.'
011050     END-IF.
011060     IF TABLE-OVERFLOWED
011070      THEN
011080       DISPLAY PGMNAME, ' A TABLE OVERFLOWED -- CHECK',
011090               ' INCOMPLETE, RC SET TO 12.';
011100       MOVE 12 TO RETURN-CODE
011110     END-IF.
011120 9000-EXIT.
011130     EXIT.
011140 END PROGRAM APKDUPML.
