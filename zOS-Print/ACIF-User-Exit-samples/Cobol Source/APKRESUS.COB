000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 18:20:00 BY DELGADO  VERSION 01   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKRESUS.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Resource library usage report.  ACIF input exit
000170               APKINLLE writes one RESXREF record for every
000180               overlay (IOB), page-segment (IPS), and medium-map
000190               (MMC) reference in a run; APKRESCK checks one run's
000200               references against the library before printing.
000210               This program looks the other way: it reads the
000220               kept history of RESXREF generations together with
000230               the current RESLIST and reports, for every member
000240               of the library, when it was last referenced, by
000250               which jobs, and how often -- so members nobody
000260               uses any more can be retired with confidence.
000270
000280               RESXHIST is the RESXREF generations to search,
000290               concatenated, each opening with the *RUNHDR
000300               run-identity record the exit writes (jobname, run
000310               date, and a per-run token); the run date is the
000320               date a reference was made.  Records ahead of any
000330               header (a generation written before the exit
000340               carried one) have no date and are skipped.
000350               RESLIST is the library-list utility's member list
000360               (one name in columns 1-8 per record, no header),
000370               as APKRESCK reads it.  A reference is matched to a
000380               member by name.
000390
000400               RESUPARM control cards ('*' in column 1 is a
000410               comment; keyword in columns 1-8, operands from
000420               column 10):
000430
000440                 UNUSED   nnn  a member with no reference in the
000450                          last nnn months is a retirement
000460                          candidate; 12 when omitted.
000470
000480               The report lists every member with its last
000490               reference date, the type it was referenced as,
000500               its reference and run counts, and the jobs that
000510               referenced it (the first five; a '+' follows when
000520               there were more).  It then lists the retirement
000530               candidates -- members not referenced since the
000540               cutoff, or never referenced in the history kept --
000550               and the members referenced by one job only, so a
000560               form change can be scoped to its owner.
000570
000580               Return codes: 0 report produced, 12 a dataset
000590               could not be opened, a control card is in error,
000600               or an internal table overflowed (the counts would
000610               be incomplete).
000620
000630               Datasets allocated in the job step: RESXHIST
000640               (input, RESXREF generations), RESLIST (input),
000650               RESUPARM (input control cards), and RESURPT
000660               (output report).
000670
000680 DATE-WRITTEN. 15 Oct 2026.
000690 DATE-COMPILED.
000700 SECURITY. IBM SAMPLE CODE ONLY.
000710*/**************************************************************/
000720*/* Licensed under the Apache License, Version 2.0 (the        */
000730*/* "License"); you may not use this file except in compliance */
000740*/* with the License. You may obtain a copy of the License at  */
000750*/*                                                            */
000760*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000770*/*                                                            */
000780*/* Unless required by applicable law or agreed to in writing, */
000790*/* software distributed under the License is distributed on an*/
000800*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
000810*/* KIND, either express or implied.  See the License for the  */
000820*/* specific language governing permissions and limitations    */
000830*/* under the License.                                         */
000840*/*------------------------------------------------------------*/
000850*/*                                                            */
000860*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
000870*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
000880*/*                                                            */
000890*/*   Permission to use, copy, modify, and distribute          */
000900*/*   this software for any purpose with or without fee        */
000910*/*   is hereby granted, provided that the above               */
000920*/*   copyright notices appear in all copies.                  */
000930*/*                                                            */
000940*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
000950*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
000960*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
000970*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
000980*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
000990*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001010*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001020*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001030*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001040*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001050*/**************************************************************/
001060 TITLE 'RESOURCE LIBRARY USAGE REPORT'.
001070 ENVIRONMENT DIVISION.
001080 CONFIGURATION SECTION.
001090 SOURCE-COMPUTER. IBM-370.
001100 OBJECT-COMPUTER. IBM-370.
001110     EJECT
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT XREF-FILE ASSIGN TO RESXHIST
001150         FILE STATUS IS XREF-FILE-STATUS.
001160     SELECT LIB-FILE ASSIGN TO RESLIST
001170         FILE STATUS IS LIB-FILE-STATUS.
001180     SELECT PARM-FILE ASSIGN TO RESUPARM
001190         FILE STATUS IS PARM-FILE-STATUS.
001200     SELECT RPT-FILE ASSIGN TO RESURPT
001210         FILE STATUS IS RPT-FILE-STATUS.
001220     EJECT
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  XREF-FILE
001260     RECORDING MODE F
001270     LABEL RECORDS STANDARD
001280     BLOCK CONTAINS 0 RECORDS
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  XREF-REC.
001310*    one resource reference, written by APKINLLE.
001320     05  XREF-TYPE           PIC X(3).
001330     05  XREF-NAME           PIC X(8).
001340     05  XREF-PAGE           PIC 9(8).
001350     05  FILLER              PIC X(61).
001360 01  XREF-HDR-REC.
001370*    the *RUNHDR record opening each generation.
001380     05  FILLER              PIC X(8).
001390     05  XHDR-JOBNAME        PIC X(8).
001400     05  XHDR-DATE           PIC 9(8).
001410     05  XHDR-TOKEN          PIC X(8).
001420     05  FILLER              PIC X(48).
001430     EJECT
001440 FD  LIB-FILE
001450     RECORDING MODE F
001460     LABEL RECORDS STANDARD
001470     BLOCK CONTAINS 0 RECORDS
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  LIB-REC.
001500     05  LIB-MEMBER          PIC X(8).
001510     05  FILLER              PIC X(72).
001520     EJECT
001530 FD  PARM-FILE
001540     RECORDING MODE F
001550     LABEL RECORDS STANDARD
001560     BLOCK CONTAINS 0 RECORDS
001570     RECORD CONTAINS 80 CHARACTERS.
001580 01  PARM-REC.
001590     05  PARM-KEYWORD        PIC X(8).
001600     05  FILLER              PIC X(1).
001610     05  PARM-MONTHS         PIC 9(3).
001620     05  FILLER              PIC X(68).
001630     EJECT
001640 FD  RPT-FILE
001650     RECORDING MODE F
001660     LABEL RECORDS STANDARD
001670     BLOCK CONTAINS 0 RECORDS
001680     RECORD CONTAINS 132 CHARACTERS.
001690 01  RPT-REC                 PIC X(132).
001700     EJECT
001710 WORKING-STORAGE SECTION.
001720 77  PGMNAME                 PIC X(8) VALUE 'APKRESUS'.
001730 77  XREF-FILE-STATUS        PIC XX VALUE ZERO.
001740     88  XREF-FILE-OK        VALUE '00'.
001750     88  XREF-FILE-EOF       VALUE '10'.
001760 77  LIB-FILE-STATUS         PIC XX VALUE ZERO.
001770     88  LIB-FILE-OK         VALUE '00'.
001780     88  LIB-FILE-EOF        VALUE '10'.
001790 77  PARM-FILE-STATUS        PIC XX VALUE ZERO.
001800     88  PARM-FILE-OK        VALUE '00'.
001810     88  PARM-FILE-EOF       VALUE '10'.
001820 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
001830     88  RPT-FILE-OK         VALUE '00'.
001840 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
001850     88  RUN-ABORTED         VALUE HIGH-VALUE.
001860 77  XREF-OPEN-FLAG          PIC X VALUE LOW-VALUE.
001870     88  XREF-OPEN           VALUE HIGH-VALUE.
001880 77  LIB-OPEN-FLAG           PIC X VALUE LOW-VALUE.
001890     88  LIB-OPEN            VALUE HIGH-VALUE.
001900 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.
001910     88  PARM-OPEN           VALUE HIGH-VALUE.
001920 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
001930     88  RPT-OPEN            VALUE HIGH-VALUE.
001940*    size of the member table; an overflow is reported and the
001950*    step ends with RC 12 because the report is then incomplete.
001960 77  LIB-MAX                 PIC S9(8) BINARY VALUE 5000.
001970 77  JOB-MAX                 PIC S9(4) BINARY VALUE 5.
001980 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
001990     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
002000*    control card values.
002010 77  UNUSED-MONTHS           PIC S9(4) BINARY VALUE 12.
002020*    retirement cutoff: today less the unused period, in months.
002030 77  CUTOFF-DATE             PIC 9(8) VALUE ZERO.
002040 01  CUTOFF-FIELDS.
002050     05  CUT-YEAR            PIC S9(4) BINARY.
002060     05  CUT-MONTH           PIC S9(4) BINARY.
002070     05  CUT-YEARS-BACK      PIC S9(4) BINARY.
002080     05  CUT-MONTHS-BACK     PIC S9(4) BINARY.
002090 01  TODAY-FIELDS.
002100     05  TODAY-YEAR          PIC 9(4).
002110     05  TODAY-MONTH         PIC 9(2).
002120     05  TODAY-DAY           PIC 9(2).
002130 01  TODAY-DATE REDEFINES TODAY-FIELDS
002140                             PIC 9(8).
002150*    the generation being read: its jobname and run date, and a
002160*    count of the generations met so far that tells one run's
002170*    references from the next.
002180 77  CUR-JOBNAME             PIC X(8) VALUE SPACE.
002190 77  CUR-DATE                PIC 9(8) VALUE ZERO.
002200 77  GEN-COUNT               PIC S9(8) BINARY VALUE ZERO.
002210 77  FIRST-DATE              PIC 9(8) VALUE ZERO.
002220 77  LAST-DATE               PIC 9(8) VALUE ZERO.
002230 77  LIB-COUNT               PIC S9(8) BINARY VALUE ZERO.
002240 77  PARM-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
002250 77  LIB-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
002260 77  XREF-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
002270 77  REF-COUNT               PIC S9(8) BINARY VALUE ZERO.
002280 77  NOLIB-COUNT             PIC S9(8) BINARY VALUE ZERO.
002290 77  NOHDR-COUNT             PIC S9(8) BINARY VALUE ZERO.
002300 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
002310 77  DUP-LIB-COUNT           PIC S9(8) BINARY VALUE ZERO.
002320 77  USED-COUNT              PIC S9(8) BINARY VALUE ZERO.
002330 77  CANDIDATE-COUNT         PIC S9(8) BINARY VALUE ZERO.
002340 77  NEVER-COUNT             PIC S9(8) BINARY VALUE ZERO.
002350 77  ONE-JOB-COUNT           PIC S9(8) BINARY VALUE ZERO.
002360 77  LX                      PIC S9(8) BINARY VALUE ZERO.
002370 77  TX                      PIC S9(8) BINARY VALUE ZERO.
002380 77  JX                      PIC S9(4) BINARY VALUE ZERO.
002390 77  LO-X                    PIC S9(8) BINARY VALUE ZERO.
002400 77  HI-X                    PIC S9(8) BINARY VALUE ZERO.
002410 77  MID-X                   PIC S9(8) BINARY VALUE ZERO.
002420 77  SEARCH-MEMBER           PIC X(8) VALUE SPACE.
002430 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
002440 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
002450*    one entry per library member, kept in name order: the type
002460*    it was last referenced as, the date of that reference, its
002470*    reference and run counts, and the jobs that referenced it
002480*    (the first five; LT-MORE-JOBS is set when there were more).
002490 01  LIB-TABLE.
002500     05  LIB-ENTRY OCCURS 5000 TIMES.
002510         10  LT-MEMBER       PIC X(8).
002520         10  LT-TYPE         PIC X(3).
002530         10  LT-LAST-DATE    PIC 9(8).
002540         10  LT-REFS         PIC S9(8) BINARY.
002550         10  LT-RUNS         PIC S9(8) BINARY.
002560         10  LT-LAST-GEN     PIC S9(8) BINARY.
002570         10  LT-JOB-COUNT    PIC S9(4) BINARY.
002580         10  LT-MORE-FLAG    PIC X(1).
002590             88  LT-MORE-JOBS    VALUE 'Y'.
002600         10  LT-JOB          PIC X(8) OCCURS 5 TIMES.
002610 01  LIB-HOLD                PIC X(74).
002620     EJECT
002630 01  PAGE-HDR.
002640     05  FILLER              PIC X(8) VALUE 'APKRESUS'.
002650     05  FILLER              PIC X(4) VALUE SPACE.
002660     05  FILLER              PIC X(42) VALUE
002670         'RESOURCE LIBRARY USAGE REPORT'.
002680     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
002690     05  HDR-DATE            PIC 9999/99/99.
002700     05  FILLER              PIC X(59) VALUE SPACE.
002710 01  SPAN-LINE.
002720     05  FILLER              PIC X(2) VALUE SPACE.
002730     05  FILLER              PIC X(24) VALUE
002740         'REFERENCE HISTORY FROM  '.
002750     05  SP-FIRST-DATE       PIC 9999/99/99.
002760     05  FILLER              PIC X(4) VALUE ' TO '.
002770     05  SP-LAST-DATE        PIC 9999/99/99.
002780     05  FILLER              PIC X(2) VALUE SPACE.
002790     05  SP-GENS             PIC ZZZ,ZZ9.
002800     05  FILLER              PIC X(12) VALUE ' GENERATIONS'.
002810     05  FILLER              PIC X(61) VALUE SPACE.
002820 01  CUTOFF-LINE.
002830     05  FILLER              PIC X(2) VALUE SPACE.
002840     05  FILLER              PIC X(40) VALUE
002850         'RETIREMENT CANDIDATES: NO REFERENCE IN  '.
002860     05  CL-MONTHS           PIC ZZ9.
002870     05  FILLER              PIC X(17) VALUE ' MONTHS -- SINCE '.
002880     05  CL-CUTOFF           PIC 9999/99/99.
002890     05  FILLER              PIC X(60) VALUE SPACE.
002900 01  SECTION-LINE.
002910     05  FILLER              PIC X(2) VALUE SPACE.
002920     05  SL-TITLE            PIC X(60).
002930     05  FILLER              PIC X(70) VALUE SPACE.
002940 01  MEMBER-HDR-LINE.
002950     05  FILLER              PIC X(4) VALUE SPACE.
002960     05  FILLER              PIC X(50) VALUE
002970         'MEMBER    TYPE  LAST REF         REFS   RUNS  JOBS'.
002980     05  FILLER              PIC X(20) VALUE
002990         '  JOBNAMES'.
003000     05  FILLER              PIC X(58) VALUE SPACE.
003010 01  MEMBER-LINE.
003020     05  FILLER              PIC X(4) VALUE SPACE.
003030     05  ML-MEMBER           PIC X(8).
003040     05  FILLER              PIC X(2) VALUE SPACE.
003050     05  ML-TYPE             PIC X(3).
003060     05  FILLER              PIC X(3) VALUE SPACE.
003070     05  ML-LAST-DATE        PIC 9999/99/99.
003080     05  ML-LAST-NEVER REDEFINES ML-LAST-DATE
003090                             PIC X(10).
003100     05  ML-REFS             PIC ZZZ,ZZZ,ZZ9.
003110     05  ML-RUNS             PIC ZZZ,ZZ9.
003120     05  ML-JOB-COUNT        PIC ZZZZZ9.
003130     05  FILLER              PIC X(2) VALUE SPACE.
003140     05  ML-JOBS.
003150         10  ML-JOB          PIC X(9) OCCURS 5 TIMES.
003160     05  ML-MORE             PIC X(1).
003170     05  FILLER              PIC X(30) VALUE SPACE.
003180 01  NONE-LINE               PIC X(132) VALUE
003190     '    NONE.'.
003200 01  TOTAL-LINE.
003210     05  FILLER              PIC X(4) VALUE SPACE.
003220     05  TL-LABEL            PIC X(40).
003230     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003240     05  FILLER              PIC X(77) VALUE SPACE.
003250     EJECT
003260 PROCEDURE DIVISION.
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     IF NOT RUN-ABORTED
003300      THEN
003310       PERFORM 1200-LOAD-LIB THRU 1200-EXIT
003320           UNTIL LIB-FILE-EOF
003330       PERFORM 1300-SORT-LIB THRU 1300-EXIT
003340       PERFORM 2000-PROCESS-XREF THRU 2000-EXIT
003350           UNTIL XREF-FILE-EOF
003360       PERFORM 3000-PRINT-USAGE THRU 3000-EXIT
003370       PERFORM 4000-PRINT-CANDIDATES THRU 4000-EXIT
003380       PERFORM 5000-PRINT-ONE-JOB THRU 5000-EXIT
003390       PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
003400     END-IF.
003410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003420     GOBACK.
003430     EJECT
003440*****************************************************************
003450*    OPEN THE DATASETS, READ THE CONTROL CARDS, AND WORK OUT    *
003460*    THE RETIREMENT CUTOFF.  ANY OPEN FAILING OR A BAD CARD     *
003470*    ABANDONS THE RUN WITH RC 12.                               *
003480*****************************************************************
003490 1000-INITIALIZE.
003500     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
003510     MOVE RUN-DATE-TODAY TO HDR-DATE.
003520     OPEN INPUT PARM-FILE.
003530     IF PARM-FILE-OK
003540      THEN
003550       SET PARM-OPEN TO TRUE
003560      ELSE
003570       DISPLAY PGMNAME, ' RESUPARM OPEN FAILED, STATUS=',
003580               PARM-FILE-STATUS, ' -- RUN ABANDONED.';
003590       SET RUN-ABORTED TO TRUE;
003600       MOVE 12 TO RETURN-CODE;
003610       GO TO 1000-EXIT.
003620     PERFORM 1100-READ-PARM THRU 1100-EXIT
003630         UNTIL PARM-FILE-EOF OR RUN-ABORTED.
003640     IF RUN-ABORTED
003650      THEN
003660       GO TO 1000-EXIT.
003670     OPEN INPUT XREF-FILE.
003680     IF XREF-FILE-OK
003690      THEN
003700       SET XREF-OPEN TO TRUE
003710      ELSE
003720       DISPLAY PGMNAME, ' RESXHIST OPEN FAILED, STATUS=',
003730               XREF-FILE-STATUS, ' -- RUN ABANDONED.';
003740       SET RUN-ABORTED TO TRUE;
003750       MOVE 12 TO RETURN-CODE;
003760       GO TO 1000-EXIT.
003770     OPEN INPUT LIB-FILE.
003780     IF LIB-FILE-OK
003790      THEN
003800       SET LIB-OPEN TO TRUE
003810      ELSE
003820       DISPLAY PGMNAME, ' RESLIST OPEN FAILED, STATUS=',
003830               LIB-FILE-STATUS, ' -- RUN ABANDONED.';
003840       SET RUN-ABORTED TO TRUE;
003850       MOVE 12 TO RETURN-CODE;
003860       GO TO 1000-EXIT.
003870     OPEN OUTPUT RPT-FILE.
003880     IF RPT-FILE-OK
003890      THEN
003900       SET RPT-OPEN TO TRUE
003910      ELSE
003920       DISPLAY PGMNAME, ' RESURPT OPEN FAILED, STATUS=',
003930               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
003940       SET RUN-ABORTED TO TRUE;
003950       MOVE 12 TO RETURN-CODE;
003960       GO TO 1000-EXIT.
003970     MOVE RUN-DATE-TODAY TO TODAY-DATE.
003980     DIVIDE UNUSED-MONTHS BY 12 GIVING CUT-YEARS-BACK
003990         REMAINDER CUT-MONTHS-BACK.
004000     COMPUTE CUT-YEAR = TODAY-YEAR - CUT-YEARS-BACK.
004010     COMPUTE CUT-MONTH = TODAY-MONTH - CUT-MONTHS-BACK.
004020     IF CUT-MONTH < 1
004030      THEN
004040       ADD 12 TO CUT-MONTH;
004050       SUBTRACT 1 FROM CUT-YEAR.
004060     COMPUTE CUTOFF-DATE = CUT-YEAR * 10000 + CUT-MONTH * 100
004070                         + TODAY-DAY.
004080     PERFORM 1210-READ-LIB THRU 1210-EXIT.
004090     PERFORM 2100-READ-XREF THRU 2100-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120     EJECT
004130*****************************************************************
004140*    ONE RESUPARM CARD.  COMMENTS AND BLANK CARDS ARE SKIPPED;  *
004150*    AN UNKNOWN KEYWORD OR A BAD OPERAND REFUSES THE RUN.       *
004160*****************************************************************
004170 1100-READ-PARM.
004180     READ PARM-FILE
004190      AT END
004200       GO TO 1100-EXIT
004210      NOT AT END
004220       ADD 1 TO PARM-READ-COUNT
004230     END-READ.
004240     IF PARM-REC (1:1) = '*' OR PARM-REC = SPACES
004250      THEN
004260       GO TO 1100-EXIT.
004270     IF PARM-KEYWORD NOT = 'UNUSED  '
004280      THEN
004290       GO TO 1100-BAD-CARD.
004300     IF PARM-MONTHS NUMERIC AND PARM-MONTHS > ZERO
004310      THEN
004320       MOVE PARM-MONTHS TO UNUSED-MONTHS;
004330       GO TO 1100-EXIT.
004340 1100-BAD-CARD.
004350     DISPLAY PGMNAME, ' RESUPARM CARD IN ERROR -- ',
004360             PARM-REC (1:40).
004370     DISPLAY PGMNAME, ' RUN ABANDONED.'.
004380     SET RUN-ABORTED TO TRUE.
004390     MOVE 12 TO RETURN-CODE.
004400 1100-EXIT.
004410     EXIT.
004420     EJECT
004430*****************************************************************
004440*    LOAD THE LIBRARY MEMBER LIST.  BLANK NAMES ARE SKIPPED.    *
004450*****************************************************************
004460 1200-LOAD-LIB.
004470     ADD 1 TO LIB-READ-COUNT.
004480     IF LIB-MEMBER = SPACES
004490      THEN
004500       GO TO 1200-READ.
004510     IF LIB-COUNT >= LIB-MAX
004520      THEN
004530       SET TABLE-OVERFLOWED TO TRUE;
004540       GO TO 1200-READ.
004550     ADD 1 TO LIB-COUNT.
004560     MOVE LIB-MEMBER TO LT-MEMBER (LIB-COUNT).
004570     MOVE SPACES TO LT-TYPE (LIB-COUNT).
004580     MOVE ZERO TO LT-LAST-DATE (LIB-COUNT).
004590     MOVE ZERO TO LT-REFS (LIB-COUNT).
004600     MOVE ZERO TO LT-RUNS (LIB-COUNT).
004610     MOVE ZERO TO LT-LAST-GEN (LIB-COUNT).
004620     MOVE ZERO TO LT-JOB-COUNT (LIB-COUNT).
004630     MOVE 'N' TO LT-MORE-FLAG (LIB-COUNT).
004640 1200-READ.
004650     PERFORM 1210-READ-LIB THRU 1210-EXIT.
004660 1200-EXIT.
004670     EXIT.
004680 1210-READ-LIB.
004690     READ LIB-FILE
004700      AT END
004710       CONTINUE
004720      NOT AT END
004730       CONTINUE
004740     END-READ.
004750 1210-EXIT.
004760     EXIT.
004770     EJECT
004780*****************************************************************
004790*    SORT THE MEMBERS BY NAME (STRAIGHT INSERTION -- THE LIST   *
004800*    USUALLY ARRIVES IN ORDER ALREADY) SO EACH REFERENCE FINDS  *
004810*    ITS MEMBER BY A BINARY SEARCH.  A NAME LISTED TWICE (TWO   *
004820*    LIBRARIES CONCATENATED) IS KEPT ONCE.                      *
004830*****************************************************************
004840 1300-SORT-LIB.
004850     IF LIB-COUNT < 2
004860      THEN
004870       GO TO 1300-EXIT.
004880     MOVE 2 TO LX.
004890 1300-LOOP.
004900     IF LX > LIB-COUNT
004910      THEN
004920       GO TO 1300-DEDUPE.
004930     MOVE LIB-ENTRY (LX) TO LIB-HOLD.
004940     MOVE LT-MEMBER (LX) TO SEARCH-MEMBER.
004950     COMPUTE TX = LX - 1.
004960 1300-SHIFT.
004970     IF TX < 1
004980      THEN
004990       GO TO 1300-PLACE.
005000     IF LT-MEMBER (TX) <= SEARCH-MEMBER
005010      THEN
005020       GO TO 1300-PLACE.
005030     MOVE LIB-ENTRY (TX) TO LIB-ENTRY (TX + 1).
005040     SUBTRACT 1 FROM TX.
005050     GO TO 1300-SHIFT.
005060 1300-PLACE.
005070     MOVE LIB-HOLD TO LIB-ENTRY (TX + 1).
005080     ADD 1 TO LX.
005090     GO TO 1300-LOOP.
005100 1300-DEDUPE.
005110     MOVE 1 TO TX.
005120     MOVE 2 TO LX.
005130 1300-DEDUPE-LOOP.
005140     IF LX > LIB-COUNT
005150      THEN
005160       MOVE TX TO LIB-COUNT;
005170       GO TO 1300-EXIT.
005180     IF LT-MEMBER (LX) = LT-MEMBER (TX)
005190      THEN
005200       ADD 1 TO DUP-LIB-COUNT
005210      ELSE
005220       ADD 1 TO TX;
005230       MOVE LIB-ENTRY (LX) TO LIB-ENTRY (TX).
005240     ADD 1 TO LX.
005250     GO TO 1300-DEDUPE-LOOP.
005260 1300-EXIT.
005270     EXIT.
005280     EJECT
005290*****************************************************************
005300*    ONE RESXHIST RECORD.  A *RUNHDR STARTS A GENERATION; EACH  *
005310*    REFERENCE AFTER IT IS CHARGED TO ITS LIBRARY MEMBER WITH   *
005320*    THE GENERATION'S RUN DATE AND JOBNAME.                     *
005330*****************************************************************
005340 2000-PROCESS-XREF.
005350     ADD 1 TO XREF-READ-COUNT.
005360     IF XREF-REC (1:8) = '*RUNHDR '
005370      THEN
005380       PERFORM 2200-NEW-GENERATION THRU 2200-EXIT;
005390       GO TO 2000-READ.
005400     IF XREF-REC (1:1) = '*'
005410      THEN
005420       GO TO 2000-READ.
005430     IF GEN-COUNT = ZERO OR CUR-DATE = ZERO
005440      THEN
005450       ADD 1 TO NOHDR-COUNT;
005460       GO TO 2000-READ.
005470     ADD 1 TO REF-COUNT.
005480     MOVE XREF-NAME TO SEARCH-MEMBER.
005490     PERFORM 2300-FIND-MEMBER THRU 2300-EXIT.
005500     IF LX > LIB-COUNT
005510      THEN
005520       ADD 1 TO NOLIB-COUNT;
005530       GO TO 2000-READ.
005540     IF LT-MEMBER (LX) NOT = SEARCH-MEMBER
005550      THEN
005560       ADD 1 TO NOLIB-COUNT;
005570       GO TO 2000-READ.
005580     ADD 1 TO LT-REFS (LX).
005590     IF LT-LAST-GEN (LX) NOT = GEN-COUNT
005600      THEN
005610       ADD 1 TO LT-RUNS (LX);
005620       MOVE GEN-COUNT TO LT-LAST-GEN (LX).
005630     IF CUR-DATE NOT < LT-LAST-DATE (LX)
005640      THEN
005650       MOVE CUR-DATE TO LT-LAST-DATE (LX);
005660       MOVE XREF-TYPE TO LT-TYPE (LX).
005670     PERFORM 2400-NOTE-JOB THRU 2400-EXIT.
005680 2000-READ.
005690     PERFORM 2100-READ-XREF THRU 2100-EXIT.
005700 2000-EXIT.
005710     EXIT.
005720 2100-READ-XREF.
005730     READ XREF-FILE
005740      AT END
005750       CONTINUE
005760      NOT AT END
005770       CONTINUE
005780     END-READ.
005790 2100-EXIT.
005800     EXIT.
005810*    a run header: its date must be numeric, or the generation's
005820*    references are skipped as undated.
005830 2200-NEW-GENERATION.
005840     ADD 1 TO GEN-COUNT.
005850     MOVE XHDR-JOBNAME TO CUR-JOBNAME.
005860     IF XHDR-DATE NOT NUMERIC
005870      THEN
005880       ADD 1 TO BAD-REC-COUNT;
005890       MOVE ZERO TO CUR-DATE;
005900       GO TO 2200-EXIT.
005910     MOVE XHDR-DATE TO CUR-DATE.
005920     IF FIRST-DATE = ZERO OR CUR-DATE < FIRST-DATE
005930      THEN
005940       MOVE CUR-DATE TO FIRST-DATE.
005950     IF CUR-DATE > LAST-DATE
005960      THEN
005970       MOVE CUR-DATE TO LAST-DATE.
005980 2200-EXIT.
005990     EXIT.
006000*    LX returns the first member whose name is not below
006010*    SEARCH-MEMBER (past the table when there is none).
006020 2300-FIND-MEMBER.
006030     MOVE 1 TO LO-X.
006040     COMPUTE HI-X = LIB-COUNT + 1.
006050 2300-LOOP.
006060     IF LO-X >= HI-X
006070      THEN
006080       MOVE LO-X TO LX;
006090       GO TO 2300-EXIT.
006100     COMPUTE MID-X = (LO-X + HI-X) / 2.
006110     IF LT-MEMBER (MID-X) < SEARCH-MEMBER
006120      THEN
006130       COMPUTE LO-X = MID-X + 1
006140      ELSE
006150       MOVE MID-X TO HI-X.
006160     GO TO 2300-LOOP.
006170 2300-EXIT.
006180     EXIT.
006190*    add the generation's jobname to the member's jobs when it
006200*    is not there already.
006210 2400-NOTE-JOB.
006220     MOVE 1 TO JX.
006230 2400-LOOP.
006240     IF JX > LT-JOB-COUNT (LX)
006250      THEN
006260       GO TO 2400-ADD.
006270     IF LT-JOB (LX, JX) = CUR-JOBNAME
006280      THEN
006290       GO TO 2400-EXIT.
006300     ADD 1 TO JX.
006310     GO TO 2400-LOOP.
006320 2400-ADD.
006330     IF LT-JOB-COUNT (LX) >= JOB-MAX
006340      THEN
006350       SET LT-MORE-JOBS (LX) TO TRUE;
006360       GO TO 2400-EXIT.
006370     ADD 1 TO LT-JOB-COUNT (LX).
006380     MOVE CUR-JOBNAME TO LT-JOB (LX, LT-JOB-COUNT (LX)).
006390 2400-EXIT.
006400     EXIT.
006410     EJECT
006420*****************************************************************
006430*    EVERY LIBRARY MEMBER IN NAME ORDER WITH ITS USAGE.         *
006440*****************************************************************
006450 3000-PRINT-USAGE.
006460     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
006470     MOVE FIRST-DATE TO SP-FIRST-DATE.
006480     MOVE LAST-DATE TO SP-LAST-DATE.
006490     MOVE GEN-COUNT TO SP-GENS.
006500     WRITE RPT-REC FROM SPAN-LINE AFTER ADVANCING 2 LINES.
006510     MOVE UNUSED-MONTHS TO CL-MONTHS.
006520     MOVE CUTOFF-DATE TO CL-CUTOFF.
006530     WRITE RPT-REC FROM CUTOFF-LINE AFTER ADVANCING 1 LINE.
006540     MOVE 'LIBRARY MEMBER USAGE' TO SL-TITLE.
006550     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
006560     IF LIB-COUNT = ZERO
006570      THEN
006580       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE;
006590       GO TO 3000-EXIT.
006600     WRITE RPT-REC FROM MEMBER-HDR-LINE AFTER ADVANCING 1 LINE.
006610     PERFORM 3100-PRINT-MEMBER THRU 3100-EXIT
006620         VARYING LX FROM 1 BY 1 UNTIL LX > LIB-COUNT.
006630 3000-EXIT.
006640     EXIT.
006650 3100-PRINT-MEMBER.
006660     IF LT-REFS (LX) > ZERO
006670      THEN
006680       ADD 1 TO USED-COUNT.
006690     PERFORM 3200-FORMAT-MEMBER THRU 3200-EXIT.
006700     WRITE RPT-REC FROM MEMBER-LINE AFTER ADVANCING 1 LINE.
006710 3100-EXIT.
006720     EXIT.
006730*    build the print line for member LX.
006740 3200-FORMAT-MEMBER.
006750     MOVE LT-MEMBER (LX) TO ML-MEMBER.
006760     MOVE LT-TYPE (LX) TO ML-TYPE.
006770     IF LT-REFS (LX) = ZERO
006780      THEN
006790       MOVE '  NEVER' TO ML-LAST-NEVER
006800      ELSE
006810       MOVE LT-LAST-DATE (LX) TO ML-LAST-DATE.
006820     MOVE LT-REFS (LX) TO ML-REFS.
006830     MOVE LT-RUNS (LX) TO ML-RUNS.
006840     MOVE LT-JOB-COUNT (LX) TO ML-JOB-COUNT.
006850     MOVE SPACES TO ML-JOBS.
006860     MOVE SPACE TO ML-MORE.
006870     PERFORM 3210-FORMAT-JOB THRU 3210-EXIT
006880         VARYING JX FROM 1 BY 1 UNTIL JX > LT-JOB-COUNT (LX).
006890     IF LT-MORE-JOBS (LX)
006900      THEN
006910       MOVE '+' TO ML-MORE.
006920 3200-EXIT.
006930     EXIT.
006940 3210-FORMAT-JOB.
006950     MOVE LT-JOB (LX, JX) TO ML-JOB (JX).
006960 3210-EXIT.
006970     EXIT.
006980     EJECT
006990*****************************************************************
007000*    RETIREMENT CANDIDATES: MEMBERS NOT REFERENCED SINCE THE    *
007010*    CUTOFF, OR NEVER REFERENCED IN THE HISTORY KEPT.           *
007020*****************************************************************
007030 4000-PRINT-CANDIDATES.
007040     MOVE 'RETIREMENT CANDIDATES' TO SL-TITLE.
007050     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
007060     WRITE RPT-REC FROM MEMBER-HDR-LINE AFTER ADVANCING 1 LINE.
007070     PERFORM 4100-CHECK-CANDIDATE THRU 4100-EXIT
007080         VARYING LX FROM 1 BY 1 UNTIL LX > LIB-COUNT.
007090     IF CANDIDATE-COUNT = ZERO
007100      THEN
007110       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
007120 4000-EXIT.
007130     EXIT.
007140 4100-CHECK-CANDIDATE.
007150     IF LT-REFS (LX) > ZERO
007160        AND LT-LAST-DATE (LX) NOT < CUTOFF-DATE
007170      THEN
007180       GO TO 4100-EXIT.
007190     ADD 1 TO CANDIDATE-COUNT.
007200     IF LT-REFS (LX) = ZERO
007210      THEN
007220       ADD 1 TO NEVER-COUNT.
007230     PERFORM 3200-FORMAT-MEMBER THRU 3200-EXIT.
007240     WRITE RPT-REC FROM MEMBER-LINE AFTER ADVANCING 1 LINE.
007250 4100-EXIT.
007260     EXIT.
007270     EJECT
007280*****************************************************************
007290*    MEMBERS REFERENCED BY ONE JOB ONLY -- A CHANGE TO ONE OF   *
007300*    THEM TOUCHES THAT JOB'S OWNER AND NO ONE ELSE.             *
007310*****************************************************************
007320 5000-PRINT-ONE-JOB.
007330     MOVE 'RESOURCES REFERENCED BY ONE JOB ONLY' TO SL-TITLE.
007340     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
007350     WRITE RPT-REC FROM MEMBER-HDR-LINE AFTER ADVANCING 1 LINE.
007360     PERFORM 5100-CHECK-ONE-JOB THRU 5100-EXIT
007370         VARYING LX FROM 1 BY 1 UNTIL LX > LIB-COUNT.
007380     IF ONE-JOB-COUNT = ZERO
007390      THEN
007400       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
007410 5000-EXIT.
007420     EXIT.
007430 5100-CHECK-ONE-JOB.
007440     IF LT-JOB-COUNT (LX) NOT = 1
007450      THEN
007460       GO TO 5100-EXIT.
007470     ADD 1 TO ONE-JOB-COUNT.
007480     PERFORM 3200-FORMAT-MEMBER THRU 3200-EXIT.
007490     WRITE RPT-REC FROM MEMBER-LINE AFTER ADVANCING 1 LINE.
007500 5100-EXIT.
007510     EXIT.
007520     EJECT
007530*****************************************************************
007540*    THE RUN'S COUNTS AT THE FOOT OF THE REPORT.                *
007550*****************************************************************
007560 6000-PRINT-TOTALS.
007570     MOVE 'LIBRARY MEMBERS' TO TL-LABEL.
007580     MOVE LIB-COUNT TO TL-VALUE.
007590     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
007600     MOVE '  REFERENCED IN THE HISTORY' TO TL-LABEL.
007610     MOVE USED-COUNT TO TL-VALUE.
007620     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007630     MOVE '  RETIREMENT CANDIDATES' TO TL-LABEL.
007640     MOVE CANDIDATE-COUNT TO TL-VALUE.
007650     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007660     MOVE '    NEVER REFERENCED' TO TL-LABEL.
007670     MOVE NEVER-COUNT TO TL-VALUE.
007680     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007690     MOVE '  REFERENCED BY ONE JOB ONLY' TO TL-LABEL.
007700     MOVE ONE-JOB-COUNT TO TL-VALUE.
007710     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007720     MOVE 'REFERENCES READ' TO TL-LABEL.
007730     MOVE REF-COUNT TO TL-VALUE.
007740     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
007750     MOVE '  TO NAMES NOT IN RESLIST' TO TL-LABEL.
007760     MOVE NOLIB-COUNT TO TL-VALUE.
007770     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007780 6000-EXIT.
007790     EXIT.
007800     EJECT
007810*****************************************************************
007820*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
007830*****************************************************************
007840 9000-TERMINATE.
007850     IF XREF-OPEN
007860      THEN
007870       CLOSE XREF-FILE.
007880     IF LIB-OPEN
007890      THEN
007900       CLOSE LIB-FILE.
007910     IF PARM-OPEN
007920      THEN
007930       CLOSE PARM-FILE.
007940     IF RPT-OPEN
007950      THEN
007960       CLOSE RPT-FILE.
007970     MOVE XREF-READ-COUNT TO CNT-DISP.
007980     DISPLAY PGMNAME, CNT-DISP, ' RESXHIST records read.'.
007990     MOVE GEN-COUNT TO CNT-DISP.
008000     DISPLAY PGMNAME, CNT-DISP, ' generations read.'.
008010     MOVE LIB-COUNT TO CNT-DISP.
008020     DISPLAY PGMNAME, CNT-DISP, ' library members listed.'.
008030     MOVE CANDIDATE-COUNT TO CNT-DISP.
008040     DISPLAY PGMNAME, CNT-DISP, ' retirement candidates.'.
008050     MOVE ONE-JOB-COUNT TO CNT-DISP.
008060     DISPLAY PGMNAME, CNT-DISP, ' members referenced by one job.'.
008070     IF DUP-LIB-COUNT > ZERO
008080      THEN
008090       MOVE DUP-LIB-COUNT TO CNT-DISP;
008100       DISPLAY PGMNAME, CNT-DISP, ' duplicate RESLIST names',
008110               ' dropped.'
008120     END-IF.
008130     IF NOHDR-COUNT > ZERO
008140      THEN
008150       MOVE NOHDR-COUNT TO CNT-DISP;
008160       DISPLAY PGMNAME, CNT-DISP, ' undated references (no run',
008170               ' header) skipped.'
008180     END-IF.
008190     IF BAD-REC-COUNT > ZERO
008200      THEN
008210       MOVE BAD-REC-COUNT TO CNT-DISP;
008220       DISPLAY PGMNAME, CNT-DISP, ' run headers without a date.'
008230     END-IF.
008240     IF TABLE-OVERFLOWED
008250      THEN
008260       DISPLAY PGMNAME, ' A TABLE OVERFLOWED -- REPORT',
008270               ' INCOMPLETE, RC SET TO 12.';
008280       MOVE 12 TO RETURN-CODE
008290     END-IF.
008300 9000-EXIT.
008310     EXIT.
008320 END PROGRAM APKRESUS.
