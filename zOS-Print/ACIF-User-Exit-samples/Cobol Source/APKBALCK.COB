000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 09:40:00 BY DELGADO  VERSION 01   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKBALCK.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Cross-output balancing check, run after ACIF and
000170               ahead of every downstream release.  APKDIXCK,
000180               APKBILMT, and APKINSCF each audit one output of
000190               input exit APKINLLE on its own; this program
000200               proves that the four outputs of one run agree
000210               with each other, so a PAGEDEF change that moves
000220               the account field (and silently loses statements
000230               from one extract but not another) is caught
000240               before the archive load, the treasury match, and
000250               the inserter release.
000260
000270               The checks, in order:
000280
000290               1. The *RUNHDR run identity (jobname, run date,
000300               and per-run token) opening STATSOUT, DOCINDEX,
000310               MONEXTR, and INSCTL must be the same on all
000320               four.  A non-empty input without the header, or
000330               any two headers that differ, is mixed-generation
000340               input and the run is refused.
000350
000360               2. The DOCINDEX document count must equal the
000370               number of MONEXTR type 'D' records, and the two
000380               files must name the same documents: they are
000390               walked side by side on first page, and every
000400               document present in one and not the other, or
000410               keyed to a different account, is listed.  The
000420               MONEXTR 'T' trailer count must agree with its
000430               own 'D' records.
000440
000450               3. The DOCINDEX page spans must add up to the
000460               STATS-PAGE-COUNT on STATSOUT less the pages the
000470               run kept out of its documents, as reported on
000480               the *STATEXT extension: e-delivery suppressed
000490               pages and the pages a restart or reprint did not
000500               emit.  Duplex filler pages are counted into both
000510               the page count and the closing document's span,
000520               so they are shown for reference but need no
000530               adjustment.  A *STATEXT from an older exit that
000540               lacks the filler and skip counts is taken as
000550               zero for them, and SYSOUT says so.
000560
000570               4. Every INSCTL piece's page range must be
000580               covered exactly by DOCINDEX documents: no piece
000590               page outside a document, no document crossing a
000600               piece boundary or overlapping another document
000610               or piece, and no document left outside every
000620               piece.
000630
000640               Return codes: 0 the four outputs balance and the
000650               downstream releases may proceed, 8 one or more
000660               findings (the scheduler holds the releases for
000670               review), 12 a dataset could not be opened, the
000680               run headers are missing or do not match, STATSOUT
000690               holds no run statistics, or a table overflowed.
000700
000710               Datasets allocated in the job step: STATSOUT,
000720               DOCINDEX, MONEXTR, and INSCTL (input, one run's
000730               exit outputs) and BALRPT (output report).
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
001130 TITLE 'CROSS-OUTPUT BALANCING OF ONE ACIF RUN'.
001140 ENVIRONMENT DIVISION.
001150 CONFIGURATION SECTION.
001160 SOURCE-COMPUTER. IBM-370.
001170 OBJECT-COMPUTER. IBM-370.
001180     EJECT
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT STATS-FILE ASSIGN TO STATSOUT
001220         FILE STATUS IS STATS-FILE-STATUS.
001230     SELECT DOCIDX-FILE ASSIGN TO DOCINDEX
001240         FILE STATUS IS DOCIDX-FILE-STATUS.
001250     SELECT MONX-FILE ASSIGN TO MONEXTR
001260         FILE STATUS IS MONX-FILE-STATUS.
001270     SELECT INS-FILE ASSIGN TO INSCTL
001280         FILE STATUS IS INS-FILE-STATUS.
001290     SELECT RPT-FILE ASSIGN TO BALRPT
001300         FILE STATUS IS RPT-FILE-STATUS.
001310     EJECT
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  STATS-FILE
001350     RECORDING MODE F
001360     LABEL RECORDS STANDARD
001370     BLOCK CONTAINS 0 RECORDS
001380     RECORD CONTAINS 80 CHARACTERS.
001390 01  STATS-IN-REC.
001400*    the *STATEXT extension written by APKINLLE behind the run
001410*    record: suppressed, duplex filler, and skipped page totals.
001420     05  SIN-TAG             PIC X(8).
001430     05  SIN-METHOD          PIC X(1).
001440     05  SIN-SUP-DOCS        PIC 9(8).
001450     05  SIN-SUP-PAGES       PIC 9(8).
001460     05  SIN-FILLER-PAGES    PIC 9(8).
001470     05  SIN-SKIP-PAGES      PIC 9(8).
001480     05  FILLER              PIC X(39).
001490 01  STATS-RUN-REC.
001500*    the STATS-REC run image itself.
001510     05  SRUN-PGM            PIC X(8).
001520     05  SRUN-JOBNAME        PIC X(8).
001530     05  SRUN-STEPNAME       PIC X(8).
001540     05  SRUN-PAGE-COUNT     PIC 9(8).
001550     05  SRUN-LINE-COUNT     PIC 9(8).
001560     05  SRUN-LLE-SEEN       PIC 9(8).
001570     05  SRUN-OTHER-COUNT    PIC 9(8).
001580     05  SRUN-LLE-COUNT      PIC 9(8).
001590     05  SRUN-OVERLAY-COUNT  PIC 9(8).
001600     05  SRUN-RUN-DATE       PIC 9(8).
001610     EJECT
001620 FD  DOCIDX-FILE
001630     RECORDING MODE F
001640     LABEL RECORDS STANDARD
001650     BLOCK CONTAINS 0 RECORDS
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  DOCIDX-REC.
001680*    one statement document, written by APKINLLE.
001690     05  DOCIDX-ACCOUNT      PIC X(10).
001700     05  DOCIDX-FIRST-PAGE   PIC 9(8).
001710     05  DOCIDX-PAGE-COUNT   PIC 9(8).
001720     05  FILLER              PIC X(54).
001730     EJECT
001740 FD  MONX-FILE
001750     RECORDING MODE F
001760     LABEL RECORDS STANDARD
001770     BLOCK CONTAINS 0 RECORDS
001780     RECORD CONTAINS 80 CHARACTERS.
001790 01  MONX-REC.
001800*    one statement document ('D') or the grand-total trailer
001810*    ('T'), written by APKINLLE.
001820     05  MONX-TYPE           PIC X(1).
001830     05  MONX-ACCOUNT        PIC X(10).
001840     05  MONX-PAGE           PIC 9(8).
001850     05  MONX-AMOUNT         PIC 9(11)V99.
001860     05  MONX-NOAMT-FLAG     PIC X(1).
001870     05  FILLER              PIC X(47).
001880     EJECT
001890 FD  INS-FILE
001900     RECORDING MODE F
001910     LABEL RECORDS STANDARD
001920     BLOCK CONTAINS 0 RECORDS
001930     RECORD CONTAINS 80 CHARACTERS.
001940 01  INS-REC.
001950*    one inserter piece, written by APKINLLE.
001960     05  INS-START-PAGE      PIC 9(8).
001970     05  INS-END-PAGE        PIC 9(8).
001980     05  INS-PAGE-COUNT      PIC 9(8).
001990     05  INS-BIN-CODE        PIC X(2).
002000     05  FILLER              PIC X(54).
002010     EJECT
002020 FD  RPT-FILE
002030     RECORDING MODE F
002040     LABEL RECORDS STANDARD
002050     BLOCK CONTAINS 0 RECORDS
002060     RECORD CONTAINS 132 CHARACTERS.
002070 01  RPT-REC                 PIC X(132).
002080     EJECT
002090 WORKING-STORAGE SECTION.
002100 77  PGMNAME                 PIC X(8) VALUE 'APKBALCK'.
002110 77  STATS-FILE-STATUS       PIC XX VALUE ZERO.
002120     88  STATS-FILE-OK       VALUE '00'.
002130     88  STATS-FILE-EOF      VALUE '10'.
002140 77  DOCIDX-FILE-STATUS      PIC XX VALUE ZERO.
002150     88  DOCIDX-FILE-OK      VALUE '00'.
002160     88  DOCIDX-FILE-EOF     VALUE '10'.
002170 77  MONX-FILE-STATUS        PIC XX VALUE ZERO.
002180     88  MONX-FILE-OK        VALUE '00'.
002190     88  MONX-FILE-EOF       VALUE '10'.
002200 77  INS-FILE-STATUS         PIC XX VALUE ZERO.
002210     88  INS-FILE-OK         VALUE '00'.
002220     88  INS-FILE-EOF        VALUE '10'.
002230 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
002240     88  RPT-FILE-OK         VALUE '00'.
002250 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
002260     88  RUN-ABORTED         VALUE HIGH-VALUE.
002270 77  STATS-OPEN-FLAG         PIC X VALUE LOW-VALUE.
002280     88  STATS-OPEN          VALUE HIGH-VALUE.
002290 77  DOCIDX-OPEN-FLAG        PIC X VALUE LOW-VALUE.
002300     88  DOCIDX-OPEN         VALUE HIGH-VALUE.
002310 77  MONX-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002320     88  MONX-OPEN           VALUE HIGH-VALUE.
002330 77  INS-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002340     88  INS-OPEN            VALUE HIGH-VALUE.
002350 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002360     88  RPT-OPEN            VALUE HIGH-VALUE.
002370*    size of the three tables below; an overflow is reported and
002380*    the step ends with RC 12 because the balance is then
002390*    incomplete.
002400 77  DOC-MAX                 PIC S9(8) BINARY VALUE 20000.
002410 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
002420     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
002430*    run identity: the first header found becomes the run's, and
002440*    every other input must carry the same 32 bytes.
002450 77  HDR-RUN                 PIC X(32) VALUE SPACE.
002460 77  HDR-RUN-DD              PIC X(8) VALUE SPACE.
002470 77  HDR-WORK                PIC X(32) VALUE SPACE.
002480 77  HDR-DDNAME              PIC X(8) VALUE SPACE.
002490 77  HDR-WORK-FLAG           PIC X VALUE SPACE.
002500     88  HDR-PRESENT         VALUE 'Y'.
002510     88  HDR-ABSENT          VALUE 'N'.
002520     88  HDR-EMPTY           VALUE 'E'.
002530 77  HDR-STATS               PIC X(32) VALUE SPACE.
002540 77  STATS-HDR-FLAG          PIC X VALUE 'E'.
002550 77  HDR-DOCIDX              PIC X(32) VALUE SPACE.
002560 77  DOCIDX-HDR-FLAG         PIC X VALUE 'E'.
002570 77  HDR-MONX                PIC X(32) VALUE SPACE.
002580 77  MONX-HDR-FLAG           PIC X VALUE 'E'.
002590 77  HDR-INS                 PIC X(32) VALUE SPACE.
002600 77  INS-HDR-FLAG            PIC X VALUE 'E'.
002610*    the STATSOUT figures the page balance is judged against.
002620 77  STATS-RUN-FLAG          PIC X VALUE LOW-VALUE.
002630     88  STATS-RUN-HAVE      VALUE HIGH-VALUE.
002640 77  STATEXT-FLAG            PIC X VALUE LOW-VALUE.
002650     88  STATEXT-HAVE        VALUE HIGH-VALUE.
002660 77  STATS-PAGES-W           PIC S9(8) BINARY VALUE ZERO.
002670 77  SUP-PAGES-W             PIC S9(8) BINARY VALUE ZERO.
002680 77  FILLER-PAGES-W          PIC S9(8) BINARY VALUE ZERO.
002690 77  SKIP-PAGES-W            PIC S9(8) BINARY VALUE ZERO.
002700 77  EXPECT-PAGES            PIC S9(8) BINARY VALUE ZERO.
002710 77  SPAN-TOTAL              PIC S9(8) BINARY VALUE ZERO.
002720 77  PAGE-DIFF               PIC S9(8) BINARY VALUE ZERO.
002730 77  STATS-READ-COUNT        PIC S9(8) BINARY VALUE ZERO.
002740 77  DOCIDX-READ-COUNT       PIC S9(8) BINARY VALUE ZERO.
002750 77  MONX-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
002760 77  INS-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
002770 77  CTL-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
002780 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
002790 77  DOC-COUNT               PIC S9(8) BINARY VALUE ZERO.
002800 77  MONX-COUNT              PIC S9(8) BINARY VALUE ZERO.
002810 77  PIECE-COUNT             PIC S9(8) BINARY VALUE ZERO.
002820 77  TRAILER-FLAG            PIC X VALUE LOW-VALUE.
002830     88  TRAILER-SEEN        VALUE HIGH-VALUE.
002840 77  TRAILER-DOCS            PIC S9(8) BINARY VALUE ZERO.
002850*    findings, by check.
002860 77  COUNT-ERR-COUNT         PIC S9(8) BINARY VALUE ZERO.
002870 77  NOTMONX-COUNT           PIC S9(8) BINARY VALUE ZERO.
002880 77  NOTDOCIDX-COUNT         PIC S9(8) BINARY VALUE ZERO.
002890 77  ACCTDIFF-COUNT          PIC S9(8) BINARY VALUE ZERO.
002900 77  TRAILER-ERR-COUNT       PIC S9(8) BINARY VALUE ZERO.
002910 77  PAGE-ERR-COUNT          PIC S9(8) BINARY VALUE ZERO.
002920 77  UNCOVER-COUNT           PIC S9(8) BINARY VALUE ZERO.
002930 77  OVERLAP-COUNT           PIC S9(8) BINARY VALUE ZERO.
002940 77  ORPHAN-COUNT            PIC S9(8) BINARY VALUE ZERO.
002950 77  FINDING-COUNT           PIC S9(8) BINARY VALUE ZERO.
002960 77  DX                      PIC S9(8) BINARY VALUE ZERO.
002970 77  MX                      PIC S9(8) BINARY VALUE ZERO.
002980 77  PX                      PIC S9(8) BINARY VALUE ZERO.
002990 77  DOC-END-PAGE            PIC S9(8) BINARY VALUE ZERO.
003000 77  NEXT-PAGE               PIC S9(8) BINARY VALUE ZERO.
003010 77  PREV-PIECE-END          PIC S9(8) BINARY VALUE ZERO.
003020 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
003030 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
003040*    the three extracts in arrival order -- the order the run
003050*    printed them, ascending by first page.
003060 01  DOC-TABLE.
003070     05  DOC-ENTRY OCCURS 20000 TIMES.
003080         10  DT-ACCOUNT      PIC X(10).
003090         10  DT-FIRST-PAGE   PIC S9(8) BINARY.
003100         10  DT-PAGE-COUNT   PIC S9(8) BINARY.
003110 01  MONX-TABLE.
003120     05  MONX-ENTRY OCCURS 20000 TIMES.
003130         10  MT-ACCOUNT      PIC X(10).
003140         10  MT-FIRST-PAGE   PIC S9(8) BINARY.
003150 01  PIECE-TABLE.
003160     05  PIECE-ENTRY OCCURS 20000 TIMES.
003170         10  PT-START-PAGE   PIC S9(8) BINARY.
003180         10  PT-END-PAGE     PIC S9(8) BINARY.
003190         10  PT-BIN-CODE     PIC X(2).
003200     EJECT
003210 01  PAGE-HDR.
003220     05  FILLER              PIC X(8) VALUE 'APKBALCK'.
003230     05  FILLER              PIC X(4) VALUE SPACE.
003240     05  FILLER              PIC X(42) VALUE
003250         'ACIF RUN CROSS-OUTPUT BALANCING'.
003260     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
003270     05  HDR-DATE            PIC 9999/99/99.
003280     05  FILLER              PIC X(59) VALUE SPACE.
003290 01  RUN-LINE.
003300     05  FILLER              PIC X(2) VALUE SPACE.
003310     05  FILLER              PIC X(12) VALUE 'RUN JOBNAME '.
003320     05  RL-JOBNAME          PIC X(8).
003330     05  FILLER              PIC X(11) VALUE '  RUN DATE '.
003340     05  RL-DATE             PIC X(8).
003350     05  FILLER              PIC X(8) VALUE '  TOKEN '.
003360     05  RL-TOKEN            PIC X(8).
003370     05  FILLER              PIC X(75) VALUE SPACE.
003380 01  SECT-COUNTS             PIC X(132) VALUE
003390     ' DOCUMENT COUNTS (DOCINDEX VS MONEXTR)'.
003400 01  SECT-PAGES              PIC X(132) VALUE
003410     ' PAGE BALANCE (STATSOUT VS DOCINDEX SPANS)'.
003420 01  SECT-PIECES             PIC X(132) VALUE
003430     ' INSERTER PIECE COVERAGE (INSCTL VS DOCINDEX)'.
003440 01  BAL-LINE.
003450     05  FILLER              PIC X(4) VALUE SPACE.
003460     05  BL-LABEL            PIC X(44).
003470     05  BL-VALUE            PIC ---,---,--9.
003480     05  FILLER              PIC X(2) VALUE SPACE.
003490     05  BL-NOTE             PIC X(30).
003500     05  FILLER              PIC X(41) VALUE SPACE.
003510 01  FIND-LINE.
003520     05  FILLER              PIC X(4) VALUE SPACE.
003530     05  FL-LABEL            PIC X(28).
003540     05  FL-ACCOUNT          PIC X(10).
003550     05  FILLER              PIC X(2) VALUE SPACE.
003560     05  FL-TAG-1            PIC X(12).
003570     05  FL-VALUE-1          PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER              PIC X(2) VALUE SPACE.
003590     05  FL-TAG-2            PIC X(12).
003600     05  FL-VALUE-2          PIC ZZZ,ZZZ,ZZ9.
003610     05  FILLER              PIC X(40) VALUE SPACE.
003620 01  ALL-OK-LINE             PIC X(132) VALUE
003630     '  RUN OUTPUTS BALANCE -- DOWNSTREAM RELEASES MAY PROCEED.'.
003640 01  HOLD-LINE.
003650     05  FILLER              PIC X(2) VALUE SPACE.
003660     05  HL-COUNT            PIC ZZZ,ZZZ,ZZ9.
003670     05  FILLER              PIC X(51) VALUE
003680         ' BALANCING FINDINGS -- HOLD THE DOWNSTREAM RELEASES'.
003690     05  FILLER              PIC X(68) VALUE SPACE.
003700     EJECT
003710 PROCEDURE DIVISION.
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     IF NOT RUN-ABORTED
003750      THEN
003760       PERFORM 2000-LOAD-INDEX THRU 2000-EXIT
003770           UNTIL DOCIDX-FILE-EOF
003780       PERFORM 2200-LOAD-MONX THRU 2200-EXIT
003790           UNTIL MONX-FILE-EOF
003800       PERFORM 2400-LOAD-PIECES THRU 2400-EXIT
003810           UNTIL INS-FILE-EOF
003820       PERFORM 3000-CHECK-COUNTS THRU 3000-EXIT
003830       PERFORM 3200-CHECK-PAGES THRU 3200-EXIT
003840       PERFORM 3400-CHECK-PIECES THRU 3400-EXIT
003850       PERFORM 3900-FINISH-REPORT THRU 3900-EXIT
003860     END-IF.
003870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880     GOBACK.
003890     EJECT
003900*****************************************************************
003910*    OPEN THE FOUR RUN OUTPUTS AND THE REPORT, READ STATSOUT    *
003920*    THROUGH, PRIME THE OTHER THREE, AND PAIR THE RUN HEADERS.  *
003930*    ANY OPEN FAILING, OR A HEADER MISSING OR FOREIGN, ABANDONS *
003940*    THE RUN WITH RC 12.                                        *
003950*****************************************************************
003960 1000-INITIALIZE.
003970     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
003980     MOVE RUN-DATE-TODAY TO HDR-DATE.
003990     OPEN INPUT STATS-FILE.
004000     IF STATS-FILE-OK
004010      THEN
004020       SET STATS-OPEN TO TRUE
004030      ELSE
004040       DISPLAY PGMNAME, ' STATSOUT OPEN FAILED, STATUS=',
004050               STATS-FILE-STATUS, ' -- RUN ABANDONED.';
004060       SET RUN-ABORTED TO TRUE;
004070       MOVE 12 TO RETURN-CODE;
004080       GO TO 1000-EXIT.
004090     OPEN INPUT DOCIDX-FILE.
004100     IF DOCIDX-FILE-OK
004110      THEN
004120       SET DOCIDX-OPEN TO TRUE
004130      ELSE
004140       DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
004150               DOCIDX-FILE-STATUS, ' -- RUN ABANDONED.';
004160       SET RUN-ABORTED TO TRUE;
004170       MOVE 12 TO RETURN-CODE;
004180       GO TO 1000-EXIT.
004190     OPEN INPUT MONX-FILE.
004200     IF MONX-FILE-OK
004210      THEN
004220       SET MONX-OPEN TO TRUE
004230      ELSE
004240       DISPLAY PGMNAME, ' MONEXTR OPEN FAILED, STATUS=',
004250               MONX-FILE-STATUS, ' -- RUN ABANDONED.';
004260       SET RUN-ABORTED TO TRUE;
004270       MOVE 12 TO RETURN-CODE;
004280       GO TO 1000-EXIT.
004290     OPEN INPUT INS-FILE.
004300     IF INS-FILE-OK
004310      THEN
004320       SET INS-OPEN TO TRUE
004330      ELSE
004340       DISPLAY PGMNAME, ' INSCTL OPEN FAILED, STATUS=',
004350               INS-FILE-STATUS, ' -- RUN ABANDONED.';
004360       SET RUN-ABORTED TO TRUE;
004370       MOVE 12 TO RETURN-CODE;
004380       GO TO 1000-EXIT.
004390     OPEN OUTPUT RPT-FILE.
004400     IF RPT-FILE-OK
004410      THEN
004420       SET RPT-OPEN TO TRUE
004430      ELSE
004440       DISPLAY PGMNAME, ' BALRPT OPEN FAILED, STATUS=',
004450               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
004460       SET RUN-ABORTED TO TRUE;
004470       MOVE 12 TO RETURN-CODE;
004480       GO TO 1000-EXIT.
004490     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
004500     PERFORM 1200-READ-STATS THRU 1200-EXIT.
004510*    the first record of each extract should be its *RUNHDR;
004520*    hold the identity for the pairing below.  The record itself
004530*    is then skipped by the loads as an ordinary control record.
004540     PERFORM 2100-READ-INDEX THRU 2100-EXIT.
004550     IF NOT DOCIDX-FILE-EOF
004560      THEN
004570       IF DOCIDX-REC (1:8) = '*RUNHDR '
004580        THEN
004590         MOVE DOCIDX-REC (1:32) TO HDR-DOCIDX;
004600         MOVE 'Y' TO DOCIDX-HDR-FLAG
004610        ELSE
004620         MOVE 'N' TO DOCIDX-HDR-FLAG
004630       END-IF
004640     END-IF.
004650     PERFORM 2300-READ-MONX THRU 2300-EXIT.
004660     IF NOT MONX-FILE-EOF
004670      THEN
004680       IF MONX-REC (1:8) = '*RUNHDR '
004690        THEN
004700         MOVE MONX-REC (1:32) TO HDR-MONX;
004710         MOVE 'Y' TO MONX-HDR-FLAG
004720        ELSE
004730         MOVE 'N' TO MONX-HDR-FLAG
004740       END-IF
004750     END-IF.
004760     PERFORM 2500-READ-PIECE THRU 2500-EXIT.
004770     IF NOT INS-FILE-EOF
004780      THEN
004790       IF INS-REC (1:8) = '*RUNHDR '
004800        THEN
004810         MOVE INS-REC (1:32) TO HDR-INS;
004820         MOVE 'Y' TO INS-HDR-FLAG
004830        ELSE
004840         MOVE 'N' TO INS-HDR-FLAG
004850       END-IF
004860     END-IF.
004870     PERFORM 1050-CHECK-HEADERS THRU 1050-EXIT.
004880     IF RUN-ABORTED
004890      THEN
004900       GO TO 1000-EXIT.
004910     IF NOT STATS-RUN-HAVE
004920      THEN
004930       DISPLAY PGMNAME, ' STATSOUT HOLDS NO RUN STATISTICS --',
004940               ' NOTHING TO BALANCE AGAINST, RUN REFUSED.';
004950       SET RUN-ABORTED TO TRUE;
004960       MOVE 12 TO RETURN-CODE;
004970       GO TO 1000-EXIT.
004980     MOVE HDR-RUN (9:8) TO RL-JOBNAME.
004990     MOVE HDR-RUN (17:8) TO RL-DATE.
005000     MOVE HDR-RUN (25:8) TO RL-TOKEN.
005010     WRITE RPT-REC FROM RUN-LINE AFTER ADVANCING 2 LINES.
005020     DISPLAY PGMNAME, ' balancing run ', HDR-RUN (9:24), '.'.
005030 1000-EXIT.
005040     EXIT.
005050     EJECT
005060*****************************************************************
005070*    PAIR THE FOUR RUN HEADERS.  AN EMPTY INPUT HAS NOTHING TO  *
005080*    PAIR AND PASSES; A NON-EMPTY INPUT WITHOUT A HEADER, OR A  *
005090*    HEADER THAT DIFFERS FROM THE FIRST ONE FOUND, IS MIXED-    *
005100*    GENERATION INPUT AND THE RUN IS REFUSED.                   *
005110*****************************************************************
005120 1050-CHECK-HEADERS.
005130     MOVE 'STATSOUT' TO HDR-DDNAME.
005140     MOVE HDR-STATS TO HDR-WORK.
005150     MOVE STATS-HDR-FLAG TO HDR-WORK-FLAG.
005160     PERFORM 1060-JUDGE-HEADER THRU 1060-EXIT.
005170     IF RUN-ABORTED
005180      THEN
005190       GO TO 1050-EXIT.
005200     MOVE 'DOCINDEX' TO HDR-DDNAME.
005210     MOVE HDR-DOCIDX TO HDR-WORK.
005220     MOVE DOCIDX-HDR-FLAG TO HDR-WORK-FLAG.
005230     PERFORM 1060-JUDGE-HEADER THRU 1060-EXIT.
005240     IF RUN-ABORTED
005250      THEN
005260       GO TO 1050-EXIT.
005270     MOVE 'MONEXTR' TO HDR-DDNAME.
005280     MOVE HDR-MONX TO HDR-WORK.
005290     MOVE MONX-HDR-FLAG TO HDR-WORK-FLAG.
005300     PERFORM 1060-JUDGE-HEADER THRU 1060-EXIT.
005310     IF RUN-ABORTED
005320      THEN
005330       GO TO 1050-EXIT.
005340     MOVE 'INSCTL' TO HDR-DDNAME.
005350     MOVE HDR-INS TO HDR-WORK.
005360     MOVE INS-HDR-FLAG TO HDR-WORK-FLAG.
005370     PERFORM 1060-JUDGE-HEADER THRU 1060-EXIT.
005380 1050-EXIT.
005390     EXIT.
005400 1060-JUDGE-HEADER.
005410     IF HDR-EMPTY
005420      THEN
005430       GO TO 1060-EXIT.
005440     IF HDR-ABSENT
005450      THEN
005460       DISPLAY PGMNAME, ' ', HDR-DDNAME, ' HAS NO RUN HEADER --',
005470               ' MIXED-GENERATION INPUT SUSPECTED,',
005480               ' RUN REFUSED.';
005490       SET RUN-ABORTED TO TRUE;
005500       MOVE 12 TO RETURN-CODE;
005510       GO TO 1060-EXIT.
005520     IF HDR-RUN = SPACES
005530      THEN
005540       MOVE HDR-WORK TO HDR-RUN;
005550       MOVE HDR-DDNAME TO HDR-RUN-DD;
005560       GO TO 1060-EXIT.
005570     IF HDR-WORK NOT = HDR-RUN
005580      THEN
005590       DISPLAY PGMNAME, ' RUN HEADERS DO NOT MATCH -- ',
005600               HDR-DDNAME, ' AND ', HDR-RUN-DD, ' ARE FROM',
005610               ' DIFFERENT RUNS, RUN REFUSED.';
005620       SET RUN-ABORTED TO TRUE;
005630       MOVE 12 TO RETURN-CODE.
005640 1060-EXIT.
005650     EXIT.
005660     EJECT
005670*****************************************************************
005680*    READ STATSOUT THROUGH: THE *RUNHDR IDENTITY, THE RUN       *
005690*    RECORD'S PAGE COUNT, AND THE *STATEXT PAGE ADJUSTMENTS.    *
005700*****************************************************************
005710 1200-READ-STATS.
005720     READ STATS-FILE
005730      AT END
005740       GO TO 1200-EXIT
005750      NOT AT END
005760       ADD 1 TO STATS-READ-COUNT
005770     END-READ.
005780     IF SIN-TAG = '*RUNHDR '
005790      THEN
005800       IF STATS-READ-COUNT = 1
005810        THEN
005820         MOVE STATS-IN-REC (1:32) TO HDR-STATS;
005830         MOVE 'Y' TO STATS-HDR-FLAG
005840       END-IF;
005850       GO TO 1200-READ-STATS.
005860     IF STATS-READ-COUNT = 1
005870      THEN
005880       MOVE 'N' TO STATS-HDR-FLAG.
005890     IF SIN-TAG = '*STATEXT'
005900      THEN
005910       SET STATEXT-HAVE TO TRUE;
005920       IF SIN-SUP-PAGES NUMERIC
005930        THEN
005940         MOVE SIN-SUP-PAGES TO SUP-PAGES-W
005950       END-IF;
005960       IF SIN-FILLER-PAGES NUMERIC AND SIN-SKIP-PAGES NUMERIC
005970        THEN
005980         MOVE SIN-FILLER-PAGES TO FILLER-PAGES-W;
005990         MOVE SIN-SKIP-PAGES TO SKIP-PAGES-W
006000        ELSE
006010         DISPLAY PGMNAME, ' *STATEXT CARRIES NO FILLER OR',
006020                 ' SKIPPED PAGE COUNTS -- TAKEN AS ZERO.'
006030       END-IF;
006040       GO TO 1200-READ-STATS.
006050     IF SIN-TAG (1:1) = '*'
006060      THEN
006070       ADD 1 TO CTL-REC-COUNT;
006080       GO TO 1200-READ-STATS.
006090     IF SRUN-PAGE-COUNT NUMERIC
006100      THEN
006110       SET STATS-RUN-HAVE TO TRUE;
006120       MOVE SRUN-PAGE-COUNT TO STATS-PAGES-W
006130      ELSE
006140       ADD 1 TO BAD-REC-COUNT.
006150     GO TO 1200-READ-STATS.
006160 1200-EXIT.
006170     EXIT.
006180     EJECT
006190*****************************************************************
006200*    LOAD DOCINDEX IN ARRIVAL ORDER.  CONTROL RECORDS ('*' IN   *
006210*    BYTE ONE) AND MALFORMED RECORDS ARE COUNTED AND SKIPPED.   *
006220*****************************************************************
006230 2000-LOAD-INDEX.
006240     ADD 1 TO DOCIDX-READ-COUNT.
006250     IF DOCIDX-REC (1:1) = '*'
006260      THEN
006270       ADD 1 TO CTL-REC-COUNT;
006280       GO TO 2000-READ.
006290     IF DOCIDX-FIRST-PAGE NOT NUMERIC
006300        OR DOCIDX-PAGE-COUNT NOT NUMERIC
006310      THEN
006320       ADD 1 TO BAD-REC-COUNT;
006330       GO TO 2000-READ.
006340     IF DOC-COUNT >= DOC-MAX
006350      THEN
006360       SET TABLE-OVERFLOWED TO TRUE;
006370       GO TO 2000-READ.
006380     ADD 1 TO DOC-COUNT.
006390     MOVE DOCIDX-ACCOUNT TO DT-ACCOUNT (DOC-COUNT).
006400     MOVE DOCIDX-FIRST-PAGE TO DT-FIRST-PAGE (DOC-COUNT).
006410     MOVE DOCIDX-PAGE-COUNT TO DT-PAGE-COUNT (DOC-COUNT).
006420     ADD DOCIDX-PAGE-COUNT TO SPAN-TOTAL.
006430 2000-READ.
006440     PERFORM 2100-READ-INDEX THRU 2100-EXIT.
006450 2000-EXIT.
006460     EXIT.
006470 2100-READ-INDEX.
006480     READ DOCIDX-FILE
006490      AT END
006500       CONTINUE
006510      NOT AT END
006520       CONTINUE
006530     END-READ.
006540 2100-EXIT.
006550     EXIT.
006560     EJECT
006570*****************************************************************
006580*    LOAD THE MONEXTR DOCUMENTS ('D') AND NOTE THE GRAND-TOTAL  *
006590*    TRAILER ('T') DOCUMENT COUNT.                              *
006600*****************************************************************
006610 2200-LOAD-MONX.
006620     ADD 1 TO MONX-READ-COUNT.
006630     IF MONX-REC (1:1) = '*'
006640      THEN
006650       ADD 1 TO CTL-REC-COUNT;
006660       GO TO 2200-READ.
006670     IF MONX-TYPE = 'T'
006680      THEN
006690       IF MONX-PAGE NUMERIC
006700        THEN
006710         SET TRAILER-SEEN TO TRUE;
006720         MOVE MONX-PAGE TO TRAILER-DOCS
006730        ELSE
006740         ADD 1 TO BAD-REC-COUNT
006750       END-IF;
006760       GO TO 2200-READ.
006770     IF MONX-TYPE NOT = 'D' OR MONX-PAGE NOT NUMERIC
006780      THEN
006790       ADD 1 TO BAD-REC-COUNT;
006800       GO TO 2200-READ.
006810     IF MONX-COUNT >= DOC-MAX
006820      THEN
006830       SET TABLE-OVERFLOWED TO TRUE;
006840       GO TO 2200-READ.
006850     ADD 1 TO MONX-COUNT.
006860     MOVE MONX-ACCOUNT TO MT-ACCOUNT (MONX-COUNT).
006870     MOVE MONX-PAGE TO MT-FIRST-PAGE (MONX-COUNT).
006880 2200-READ.
006890     PERFORM 2300-READ-MONX THRU 2300-EXIT.
006900 2200-EXIT.
006910     EXIT.
006920 2300-READ-MONX.
006930     READ MONX-FILE
006940      AT END
006950       CONTINUE
006960      NOT AT END
006970       CONTINUE
006980     END-READ.
006990 2300-EXIT.
007000     EXIT.
007010     EJECT
007020*****************************************************************
007030*    LOAD THE INSCTL PIECES IN ARRIVAL ORDER.                   *
007040*****************************************************************
007050 2400-LOAD-PIECES.
007060     ADD 1 TO INS-READ-COUNT.
007070     IF INS-REC (1:1) = '*'
007080      THEN
007090       ADD 1 TO CTL-REC-COUNT;
007100       GO TO 2400-READ.
007110     IF INS-START-PAGE NOT NUMERIC
007120        OR INS-END-PAGE NOT NUMERIC
007130      THEN
007140       ADD 1 TO BAD-REC-COUNT;
007150       GO TO 2400-READ.
007160     IF PIECE-COUNT >= DOC-MAX
007170      THEN
007180       SET TABLE-OVERFLOWED TO TRUE;
007190       GO TO 2400-READ.
007200     ADD 1 TO PIECE-COUNT.
007210     MOVE INS-START-PAGE TO PT-START-PAGE (PIECE-COUNT).
007220     MOVE INS-END-PAGE TO PT-END-PAGE (PIECE-COUNT).
007230     MOVE INS-BIN-CODE TO PT-BIN-CODE (PIECE-COUNT).
007240 2400-READ.
007250     PERFORM 2500-READ-PIECE THRU 2500-EXIT.
007260 2400-EXIT.
007270     EXIT.
007280 2500-READ-PIECE.
007290     READ INS-FILE
007300      AT END
007310       CONTINUE
007320      NOT AT END
007330       CONTINUE
007340     END-READ.
007350 2500-EXIT.
007360     EXIT.
007370     EJECT
007380*****************************************************************
007390*    DOCUMENT COUNTS: DOCINDEX AGAINST THE MONEXTR 'D' RECORDS, *
007400*    THEN THE TWO WALKED SIDE BY SIDE ON FIRST PAGE SO EVERY    *
007410*    DOCUMENT MISSING FROM ONE SIDE IS NAMED, AND THE MONEXTR   *
007420*    TRAILER AGAINST ITS OWN DOCUMENTS.                         *
007430*****************************************************************
007440 3000-CHECK-COUNTS.
007450     WRITE RPT-REC FROM SECT-COUNTS AFTER ADVANCING 2 LINES.
007460     MOVE SPACES TO BL-NOTE.
007470     MOVE 'DOCINDEX DOCUMENTS' TO BL-LABEL.
007480     MOVE DOC-COUNT TO BL-VALUE.
007490     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
007500     MOVE 'MONEXTR TYPE D DOCUMENTS' TO BL-LABEL.
007510     MOVE MONX-COUNT TO BL-VALUE.
007520     IF MONX-COUNT NOT = DOC-COUNT
007530      THEN
007540       ADD 1 TO COUNT-ERR-COUNT;
007550       MOVE '** COUNTS DISAGREE **' TO BL-NOTE
007560     END-IF.
007570     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
007580     MOVE 1 TO DX.
007590     MOVE 1 TO MX.
007600 3000-LOOP.
007610     IF DX > DOC-COUNT AND MX > MONX-COUNT
007620      THEN
007630       GO TO 3000-TRAILER.
007640     IF MX > MONX-COUNT
007650      THEN
007660       PERFORM 3010-NOT-IN-MONX THRU 3010-EXIT;
007670       ADD 1 TO DX;
007680       GO TO 3000-LOOP.
007690     IF DX > DOC-COUNT
007700      THEN
007710       PERFORM 3020-NOT-IN-INDEX THRU 3020-EXIT;
007720       ADD 1 TO MX;
007730       GO TO 3000-LOOP.
007740     IF DT-FIRST-PAGE (DX) < MT-FIRST-PAGE (MX)
007750      THEN
007760       PERFORM 3010-NOT-IN-MONX THRU 3010-EXIT;
007770       ADD 1 TO DX;
007780       GO TO 3000-LOOP.
007790     IF DT-FIRST-PAGE (DX) > MT-FIRST-PAGE (MX)
007800      THEN
007810       PERFORM 3020-NOT-IN-INDEX THRU 3020-EXIT;
007820       ADD 1 TO MX;
007830       GO TO 3000-LOOP.
007840     IF DT-ACCOUNT (DX) NOT = MT-ACCOUNT (MX)
007850      THEN
007860       ADD 1 TO ACCTDIFF-COUNT;
007870       MOVE 'ACCOUNT DIFFERS, DOCINDEX' TO FL-LABEL;
007880       MOVE DT-ACCOUNT (DX) TO FL-ACCOUNT;
007890       MOVE 'FIRST PAGE' TO FL-TAG-1;
007900       MOVE DT-FIRST-PAGE (DX) TO FL-VALUE-1;
007910       MOVE SPACES TO FL-TAG-2;
007920       MOVE ZERO TO FL-VALUE-2;
007930       WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE;
007940       MOVE '                 MONEXTR' TO FL-LABEL;
007950       MOVE MT-ACCOUNT (MX) TO FL-ACCOUNT;
007960       WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
007970     ADD 1 TO DX.
007980     ADD 1 TO MX.
007990     GO TO 3000-LOOP.
008000 3000-TRAILER.
008010     IF MONX-COUNT = ZERO AND NOT TRAILER-SEEN
008020      THEN
008030       GO TO 3000-EXIT.
008040     MOVE SPACES TO BL-NOTE.
008050     MOVE 'MONEXTR TRAILER DOCUMENT COUNT' TO BL-LABEL.
008060     MOVE TRAILER-DOCS TO BL-VALUE.
008070     IF NOT TRAILER-SEEN
008080      THEN
008090       ADD 1 TO TRAILER-ERR-COUNT;
008100       MOVE '** TRAILER MISSING **' TO BL-NOTE
008110      ELSE
008120       IF TRAILER-DOCS NOT = MONX-COUNT
008130        THEN
008140         ADD 1 TO TRAILER-ERR-COUNT;
008150         MOVE '** TRAILER DISAGREES **' TO BL-NOTE
008160       END-IF
008170     END-IF.
008180     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008190 3000-EXIT.
008200     EXIT.
008210 3010-NOT-IN-MONX.
008220     ADD 1 TO NOTMONX-COUNT.
008230     MOVE 'IN DOCINDEX, NOT MONEXTR' TO FL-LABEL.
008240     MOVE DT-ACCOUNT (DX) TO FL-ACCOUNT.
008250     MOVE 'FIRST PAGE' TO FL-TAG-1.
008260     MOVE DT-FIRST-PAGE (DX) TO FL-VALUE-1.
008270     MOVE 'PAGE COUNT' TO FL-TAG-2.
008280     MOVE DT-PAGE-COUNT (DX) TO FL-VALUE-2.
008290     WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
008300 3010-EXIT.
008310     EXIT.
008320 3020-NOT-IN-INDEX.
008330     ADD 1 TO NOTDOCIDX-COUNT.
008340     MOVE 'IN MONEXTR, NOT DOCINDEX' TO FL-LABEL.
008350     MOVE MT-ACCOUNT (MX) TO FL-ACCOUNT.
008360     MOVE 'FIRST PAGE' TO FL-TAG-1.
008370     MOVE MT-FIRST-PAGE (MX) TO FL-VALUE-1.
008380     MOVE SPACES TO FL-TAG-2.
008390     MOVE ZERO TO FL-VALUE-2.
008400     WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
008410 3020-EXIT.
008420     EXIT.
008430     EJECT
008440*****************************************************************
008450*    PAGE BALANCE: THE RUN'S PAGE COUNT LESS THE PAGES IT KEPT  *
008460*    OUT OF ITS DOCUMENTS (SUPPRESSED, AND SKIPPED BY A RESTART *
008470*    OR REPRINT) MUST EQUAL THE SUM OF THE DOCINDEX SPANS.      *
008480*    DUPLEX FILLER PAGES SIT INSIDE BOTH FIGURES ALREADY.       *
008490*****************************************************************
008500 3200-CHECK-PAGES.
008510     WRITE RPT-REC FROM SECT-PAGES AFTER ADVANCING 2 LINES.
008520     COMPUTE EXPECT-PAGES =
008530             STATS-PAGES-W - SUP-PAGES-W - SKIP-PAGES-W.
008540     COMPUTE PAGE-DIFF = SPAN-TOTAL - EXPECT-PAGES.
008550     MOVE SPACES TO BL-NOTE.
008560     MOVE 'STATSOUT PAGE COUNT' TO BL-LABEL.
008570     MOVE STATS-PAGES-W TO BL-VALUE.
008580     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008590     MOVE '  LESS E-DELIVERY SUPPRESSED PAGES' TO BL-LABEL.
008600     MOVE SUP-PAGES-W TO BL-VALUE.
008610     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008620     MOVE '  LESS PAGES SKIPPED BY RESTART OR REPRINT'
008630       TO BL-LABEL.
008640     MOVE SKIP-PAGES-W TO BL-VALUE.
008650     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008660     MOVE 'PAGES EXPECTED IN DOCUMENTS' TO BL-LABEL.
008670     MOVE EXPECT-PAGES TO BL-VALUE.
008680     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008690     MOVE '  OF WHICH DUPLEX FILLER PAGES' TO BL-LABEL.
008700     MOVE FILLER-PAGES-W TO BL-VALUE.
008710     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008720     MOVE 'DOCINDEX PAGE SPANS' TO BL-LABEL.
008730     MOVE SPAN-TOTAL TO BL-VALUE.
008740     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008750     MOVE 'DIFFERENCE' TO BL-LABEL.
008760     MOVE PAGE-DIFF TO BL-VALUE.
008770     IF PAGE-DIFF NOT = ZERO
008780      THEN
008790       ADD 1 TO PAGE-ERR-COUNT;
008800       MOVE '** PAGES DO NOT BALANCE **' TO BL-NOTE
008810     END-IF.
008820     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
008830     IF STATS-RUN-HAVE AND NOT STATEXT-HAVE
008840      THEN
008850       DISPLAY PGMNAME, ' STATSOUT HAS NO *STATEXT RECORD --',
008860               ' NO PAGE ADJUSTMENTS APPLIED.'
008870     END-IF.
008880 3200-EXIT.
008890     EXIT.
008900     EJECT
008910*****************************************************************
008920*    PIECE COVERAGE: WALK THE PIECES AND THE DOCUMENTS TOGETHER *
008930*    (BOTH ASCEND BY PAGE).  EVERY PAGE OF A PIECE MUST FALL IN *
008940*    EXACTLY ONE DOCUMENT, EVERY DOCUMENT IN EXACTLY ONE PIECE. *
008950*    NEXT-PAGE IS THE FIRST PAGE OF THE CURRENT PIECE NOT YET   *
008960*    ACCOUNTED FOR BY A DOCUMENT.                               *
008970*****************************************************************
008980 3400-CHECK-PIECES.
008990     WRITE RPT-REC FROM SECT-PIECES AFTER ADVANCING 2 LINES.
009000     MOVE SPACES TO BL-NOTE.
009010     MOVE 'INSCTL PIECES' TO BL-LABEL.
009020     MOVE PIECE-COUNT TO BL-VALUE.
009030     WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE.
009040*    a run with documents but no pieces at all is one finding,
009050*    not one per document.
009060     IF PIECE-COUNT = ZERO
009070      THEN
009080       IF DOC-COUNT > ZERO
009090        THEN
009100         ADD 1 TO ORPHAN-COUNT;
009110         MOVE 'INSCTL HOLDS NO PIECES FOR' TO BL-LABEL;
009120         MOVE DOC-COUNT TO BL-VALUE;
009130         MOVE '** DOCUMENTS NOT ENVELOPED **' TO BL-NOTE;
009140         WRITE RPT-REC FROM BAL-LINE AFTER ADVANCING 1 LINE
009150       END-IF;
009160       GO TO 3400-EXIT.
009170     MOVE 1 TO DX.
009180     MOVE ZERO TO PREV-PIECE-END.
009190     MOVE ZERO TO NEXT-PAGE.
009200     PERFORM 3410-CHECK-PIECE THRU 3410-EXIT
009210         VARYING PX FROM 1 BY 1 UNTIL PX > PIECE-COUNT.
009220*    whatever documents remain lie beyond the last piece.
009230     PERFORM 3450-ORPHAN-DOC THRU 3450-EXIT
009240         VARYING DX FROM DX BY 1 UNTIL DX > DOC-COUNT.
009250 3400-EXIT.
009260     EXIT.
009270 3410-CHECK-PIECE.
009280     IF PX > 1 AND PT-START-PAGE (PX) NOT > PREV-PIECE-END
009290      THEN
009300       ADD 1 TO OVERLAP-COUNT;
009310       MOVE 'PIECE OVERLAPS PREVIOUS' TO FL-LABEL;
009320       MOVE SPACES TO FL-ACCOUNT;
009330       MOVE 'START PAGE' TO FL-TAG-1;
009340       MOVE PT-START-PAGE (PX) TO FL-VALUE-1;
009350       MOVE 'PREV END' TO FL-TAG-2;
009360       MOVE PREV-PIECE-END TO FL-VALUE-2;
009370       WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
009380*    a document that crossed into this piece from the one before
009390*    has already been reported; its pages here are accounted for.
009400     IF NEXT-PAGE < PT-START-PAGE (PX)
009410      THEN
009420       MOVE PT-START-PAGE (PX) TO NEXT-PAGE.
009430 3410-SKIP.
009440*    documents ending ahead of this piece belong to no piece.
009450     IF DX > DOC-COUNT
009460      THEN
009470       GO TO 3410-TAIL.
009480     COMPUTE DOC-END-PAGE =
009490             DT-FIRST-PAGE (DX) + DT-PAGE-COUNT (DX) - 1.
009500     IF DOC-END-PAGE < PT-START-PAGE (PX)
009510      THEN
009520       PERFORM 3450-ORPHAN-DOC THRU 3450-EXIT;
009530       ADD 1 TO DX;
009540       GO TO 3410-SKIP.
009550 3410-LOOP.
009560     IF DX > DOC-COUNT
009570      THEN
009580       GO TO 3410-TAIL.
009590     IF DT-FIRST-PAGE (DX) > PT-END-PAGE (PX)
009600      THEN
009610       GO TO 3410-TAIL.
009620     COMPUTE DOC-END-PAGE =
009630             DT-FIRST-PAGE (DX) + DT-PAGE-COUNT (DX) - 1.
009640     IF DT-FIRST-PAGE (DX) < NEXT-PAGE
009650      THEN
009660       ADD 1 TO OVERLAP-COUNT;
009670       IF DT-FIRST-PAGE (DX) < PT-START-PAGE (PX)
009680        THEN
009690         MOVE 'DOCUMENT CROSSES PIECE START' TO FL-LABEL
009700        ELSE
009710         MOVE 'DOCUMENT OVERLAPS DOCUMENT' TO FL-LABEL
009720       END-IF;
009730       MOVE DT-ACCOUNT (DX) TO FL-ACCOUNT;
009740       MOVE 'FIRST PAGE' TO FL-TAG-1;
009750       MOVE DT-FIRST-PAGE (DX) TO FL-VALUE-1;
009760       MOVE 'PIECE START' TO FL-TAG-2;
009770       MOVE PT-START-PAGE (PX) TO FL-VALUE-2;
009780       WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE
009790      ELSE
009800       IF DT-FIRST-PAGE (DX) > NEXT-PAGE
009810        THEN
009820         ADD 1 TO UNCOVER-COUNT;
009830         MOVE 'PIECE PAGES IN NO DOCUMENT' TO FL-LABEL;
009840         MOVE SPACES TO FL-ACCOUNT;
009850         MOVE 'FROM PAGE' TO FL-TAG-1;
009860         MOVE NEXT-PAGE TO FL-VALUE-1;
009870         MOVE 'TO PAGE' TO FL-TAG-2;
009880         COMPUTE FL-VALUE-2 = DT-FIRST-PAGE (DX) - 1;
009890         WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE
009900       END-IF
009910     END-IF.
009920     IF DOC-END-PAGE > PT-END-PAGE (PX)
009930      THEN
009940       ADD 1 TO OVERLAP-COUNT;
009950       MOVE 'DOCUMENT CROSSES PIECE END' TO FL-LABEL;
009960       MOVE DT-ACCOUNT (DX) TO FL-ACCOUNT;
009970       MOVE 'LAST PAGE' TO FL-TAG-1;
009980       MOVE DOC-END-PAGE TO FL-VALUE-1;
009990       MOVE 'PIECE END' TO FL-TAG-2;
010000       MOVE PT-END-PAGE (PX) TO FL-VALUE-2;
010010       WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
010020     IF DOC-END-PAGE >= NEXT-PAGE
010030      THEN
010040       COMPUTE NEXT-PAGE = DOC-END-PAGE + 1.
010050     ADD 1 TO DX.
010060     GO TO 3410-LOOP.
010070 3410-TAIL.
010080     IF NEXT-PAGE NOT > PT-END-PAGE (PX)
010090      THEN
010100       ADD 1 TO UNCOVER-COUNT;
010110       MOVE 'PIECE PAGES IN NO DOCUMENT' TO FL-LABEL;
010120       MOVE SPACES TO FL-ACCOUNT;
010130       MOVE 'FROM PAGE' TO FL-TAG-1;
010140       MOVE NEXT-PAGE TO FL-VALUE-1;
010150       MOVE 'TO PAGE' TO FL-TAG-2;
010160       MOVE PT-END-PAGE (PX) TO FL-VALUE-2;
010170       WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
010180     MOVE PT-END-PAGE (PX) TO PREV-PIECE-END.
010190 3410-EXIT.
010200     EXIT.
010210 3450-ORPHAN-DOC.
010220     ADD 1 TO ORPHAN-COUNT.
010230     MOVE 'DOCUMENT IN NO PIECE' TO FL-LABEL.
010240     MOVE DT-ACCOUNT (DX) TO FL-ACCOUNT.
010250     MOVE 'FIRST PAGE' TO FL-TAG-1.
010260     MOVE DT-FIRST-PAGE (DX) TO FL-VALUE-1.
010270     MOVE 'PAGE COUNT' TO FL-TAG-2.
010280     MOVE DT-PAGE-COUNT (DX) TO FL-VALUE-2.
010290     WRITE RPT-REC FROM FIND-LINE AFTER ADVANCING 1 LINE.
010300 3450-EXIT.
010310     EXIT.
010320     EJECT
010330*****************************************************************
010340*    SUMMARY LINE AND RETURN CODE.  ANY FINDING SETS RC 8 SO    *
010350*    THE SCHEDULER HOLDS THE DOWNSTREAM RELEASES FOR REVIEW.    *
010360*****************************************************************
010370 3900-FINISH-REPORT.
010380     COMPUTE FINDING-COUNT = COUNT-ERR-COUNT + NOTMONX-COUNT
010390             + NOTDOCIDX-COUNT + ACCTDIFF-COUNT
010400             + TRAILER-ERR-COUNT + PAGE-ERR-COUNT + UNCOVER-COUNT
010410             + OVERLAP-COUNT + ORPHAN-COUNT.
010420     IF FINDING-COUNT = ZERO
010430      THEN
010440       WRITE RPT-REC FROM ALL-OK-LINE AFTER ADVANCING 2 LINES
010450      ELSE
010460       MOVE FINDING-COUNT TO HL-COUNT;
010470       WRITE RPT-REC FROM HOLD-LINE AFTER ADVANCING 2 LINES;
010480       MOVE 8 TO RETURN-CODE
010490     END-IF.
010500 3900-EXIT.
010510     EXIT.
010520*****************************************************************
010530*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
010540*****************************************************************
010550 9000-TERMINATE.
010560     IF STATS-OPEN
010570      THEN
010580       CLOSE STATS-FILE.
010590     IF DOCIDX-OPEN
010600      THEN
010610       CLOSE DOCIDX-FILE.
010620     IF MONX-OPEN
010630      THEN
010640       CLOSE MONX-FILE.
010650     IF INS-OPEN
010660      THEN
010670       CLOSE INS-FILE.
010680     IF RPT-OPEN
010690      THEN
010700       CLOSE RPT-FILE.
010710     MOVE STATS-READ-COUNT TO CNT-DISP.
010720     DISPLAY PGMNAME, CNT-DISP, ' STATSOUT records read.'.
010730     MOVE DOCIDX-READ-COUNT TO CNT-DISP.
010740     DISPLAY PGMNAME, CNT-DISP, ' DOCINDEX records read.'.
010750     MOVE MONX-READ-COUNT TO CNT-DISP.
010760     DISPLAY PGMNAME, CNT-DISP, ' MONEXTR records read.'.
010770     MOVE INS-READ-COUNT TO CNT-DISP.
010780     DISPLAY PGMNAME, CNT-DISP, ' INSCTL records read.'.
010790     MOVE CTL-REC-COUNT TO CNT-DISP.
010800     DISPLAY PGMNAME, CNT-DISP, ' control records skipped.'.
010810     MOVE NOTMONX-COUNT TO CNT-DISP.
010820     DISPLAY PGMNAME, CNT-DISP, ' documents missing from',
010830             ' MONEXTR.'.
010840     MOVE NOTDOCIDX-COUNT TO CNT-DISP.
010850     DISPLAY PGMNAME, CNT-DISP, ' documents missing from',
010860             ' DOCINDEX.'.
010870     MOVE ACCTDIFF-COUNT TO CNT-DISP.
010880     DISPLAY PGMNAME, CNT-DISP, ' documents keyed to different',
010890             ' accounts.'.
010900     MOVE UNCOVER-COUNT TO CNT-DISP.
010910     DISPLAY PGMNAME, CNT-DISP, ' piece page ranges in no',
010920             ' document.'.
010930     MOVE OVERLAP-COUNT TO CNT-DISP.
010940     DISPLAY PGMNAME, CNT-DISP, ' overlaps between pieces and',
010950             ' documents.'.
010960     MOVE ORPHAN-COUNT TO CNT-DISP.
010970     DISPLAY PGMNAME, CNT-DISP, ' documents in no piece.'.
010980     IF PAGE-ERR-COUNT > ZERO
010990      THEN
011000       DISPLAY PGMNAME, ' PAGE COUNT DOES NOT BALANCE TO THE',
011010               ' DOCINDEX SPANS.'
011020     END-IF.
011030     IF BAD-REC-COUNT > ZERO
011040      THEN
011050       MOVE BAD-REC-COUNT TO CNT-DISP;
011060       DISPLAY PGMNAME, CNT-DISP, ' malformed records skipped.'
011070     END-IF.
011080     IF TABLE-OVERFLOWED
011090      THEN
011100       DISPLAY PGMNAME, ' A TABLE OVERFLOWED -- BALANCE',
011110               ' INCOMPLETE, RC SET TO 12.';
011120       MOVE 12 TO RETURN-CODE
011130     END-IF.
011140 9000-EXIT.
011150     EXIT.
011160 END PROGRAM APKBALCK.
