000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 22:10:00 BY DELGADO  VERSION 02   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKARVFY.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Archive-copy verification, run between the copy
000170               of the ACIF output to the archive and the archive
000180               load.  When a stored statement is reported as
000190               truncated or damaged, the question is whether it
000200               was already wrong when it left ACIF.  APKOTLLE
000210               answers that at the source: it keeps control
000220               totals for every document it hands back to ACIF
000230               and writes them to OUTCTL.  This program reads
000240               the archived copy, works out the same totals by
000250               the same rules, and reports every document whose
000260               archived copy does not match what ACIF produced.
000270               The archive load must not run unless this step
000280               ends with RC 0.
000290
000300               The archived copy is read in the structured-field
000310               record shape the ACIF exits use (carriage control
000320               byte, two-byte length, three-byte structured
000330               field identifier, flag and sequence, data), as
000340               APKSPLIT and APKPROOF read it.  The rules are the
000350               ones APKOTLLE applies on the way out:
000360
000370                 A document is a BNG through its ENG once a BNG
000380                 has been seen in the stream, otherwise the span
000390                 from one SF-MMC to the next.  A span with no
000400                 page is not a document.
000410
000420                 Records and bytes count every record of the
000430                 document, each record at its full length.
000440
000450                 Pages count its BPG records.
000460
000470                 The hash total runs over each record after its
000480                 carriage control byte: a byte enters the record
000490                 hash as H * 31 + byte + 1, the record enters the
000500                 document hash as H * 65599 + record hash + 1,
000510                 and each step is reduced modulo 999999937.
000520
000530               The same totals are kept for the whole stream,
000540               documents or not, and compared against the OUTCTL
000550               trailer, so records lost between documents (the
000560               setup, or anything between an ENG and the next
000570               BNG) are caught as well.
000580
000590               Documents are paired in stream order: the copy's
000600               n-th document against OUTCTL's n-th document
000610               record.  Each mismatch is listed with the
000620               document's account and its first page as DOCINDEX
000630               numbers it (the input-stream ordinal), which
000640               APKOTLLE carried onto OUTCTL, together with its
000650               first page in the output; then every measure that
000660               differs, ACIF's figure against the archived one.
000670               A document OUTCTL lists past the end of the copy
000680               is listed as missing from the archive; one in the
000690               copy past the end of OUTCTL as not in OUTCTL.
000700               Documents APKOTLLE could not key from DOCINDEX
000710               are counted at the foot of the report; that does
000713               not fail the verification.  Documents it keyed
000716               out of step with DOCINDEX -- the first whose
000719               page count disagreed, and every one after it --
000722               are counted too, and do: the archive index would
000725               carry the wrong accounts.
000730
000740               Return codes: 0 the archived copy matches ACIF's
000750               output and the load may proceed, 8 one or more
000760               documents (or the whole-stream totals) do not
000770               match -- hold the load, 12 a dataset could not be
000780               opened, or OUTCTL has no *RUNHDR or no trailer
000790               (an ACIF step that did not reach EOF), so nothing
000800               could be verified.
000810
000820               Datasets allocated in the job step: OUTCTL
000830               (input, written by APKOTLLE), ARCHAFP (input,
000840               RECFM=VB archived copy of the ACIF output) and
000850               ARVFYRPT (output report).
000860
000870 DATE-WRITTEN. 15 Oct 2026.
000880 DATE-COMPILED.
000890 SECURITY. IBM SAMPLE CODE ONLY.
000900*/**************************************************************/
000910*/* Licensed under the Apache License, Version 2.0 (the        */
000920*/* "License"); you may not use this file except in compliance */
000930*/* with the License. You may obtain a copy of the License at  */
000940*/*                                                            */
000950*/* http://www.apache.org/licenses/LICENSE-2.0                 */
000960*/*                                                            */
000970*/* Unless required by applicable law or agreed to in writing, */
000980*/* software distributed under the License is distributed on an*/
000990*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
001000*/* KIND, either express or implied.  See the License for the  */
001010*/* specific language governing permissions and limitations    */
001020*/* under the License.                                         */
001030*/*------------------------------------------------------------*/
001040*/*                                                            */
001050*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
001060*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
001070*/*                                                            */
001080*/*   Permission to use, copy, modify, and distribute          */
001090*/*   this software for any purpose with or without fee        */
001100*/*   is hereby granted, provided that the above               */
001110*/*   copyright notices appear in all copies.                  */
001120*/*                                                            */
001130*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001140*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001150*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001160*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001170*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001180*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001190*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001200*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001210*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001220*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001230*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001240*/**************************************************************/
001250 TITLE 'ARCHIVE-COPY VERIFICATION'.
001260 ENVIRONMENT DIVISION.
001270 CONFIGURATION SECTION.
001280 SOURCE-COMPUTER. IBM-370.
001290 OBJECT-COMPUTER. IBM-370.
001300     EJECT
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001330     SELECT CTL-FILE ASSIGN TO OUTCTL
001340         FILE STATUS IS CTL-FILE-STATUS.
001350     SELECT IN-FILE ASSIGN TO ARCHAFP
001360         FILE STATUS IS IN-FILE-STATUS.
001370     SELECT RPT-FILE ASSIGN TO ARVFYRPT
001380         FILE STATUS IS RPT-FILE-STATUS.
001390     EJECT
001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  CTL-FILE
001430     RECORDING MODE F
001440     LABEL RECORDS STANDARD
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  CTL-REC.
001480*    one document ('D') or the whole-stream trailer ('T'),
001490*    written by APKOTLLE behind its *RUNHDR.
001500     05  CTL-TYPE            PIC X.
001510     05  CTL-DOC-SEQ         PIC 9(8).
001520     05  CTL-ACCOUNT         PIC X(10).
001530     05  CTL-FIRST-PAGE      PIC 9(8).
001540     05  CTL-OUT-PAGE        PIC 9(8).
001550     05  CTL-PAGES           PIC 9(8).
001560     05  CTL-RECORDS         PIC 9(10).
001570     05  CTL-BYTES           PIC 9(12).
001580     05  CTL-HASH            PIC 9(10).
001590     05  CTL-KEY-FLAG        PIC X.
001600     05  FILLER              PIC X(4).
001610     EJECT
001620 FD  IN-FILE
001630     RECORDING MODE V
001640     LABEL RECORDS STANDARD
001650     BLOCK CONTAINS 0 RECORDS
001660     RECORD IS VARYING IN SIZE FROM 9 TO 32756 CHARACTERS
001670         DEPENDING ON IN-RECLEN.
001680 01  IN-REC.
001690     05  IN-CCVAL            PIC X.
001700     05  IN-LEN              PIC 9(4) BINARY.
001710     05  IN-SFID             PIC X(3).
001720     05  IN-FLAGSEQ          PIC X(3).
001730     05  IN-DATA             PIC X(32747).
001740     EJECT
001750 FD  RPT-FILE
001760     RECORDING MODE F
001770     LABEL RECORDS STANDARD
001780     BLOCK CONTAINS 0 RECORDS
001790     RECORD CONTAINS 132 CHARACTERS.
001800 01  RPT-REC                 PIC X(132).
001810     EJECT
001820 WORKING-STORAGE SECTION.
001830 77  PGMNAME                 PIC X(8) VALUE 'APKARVFY'.
001840 77  CTL-FILE-STATUS         PIC XX VALUE ZERO.
001850     88  CTL-FILE-OK         VALUE '00'.
001860 77  IN-FILE-STATUS          PIC XX VALUE ZERO.
001870     88  IN-FILE-OK          VALUE '00'.
001880 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
001890     88  RPT-FILE-OK         VALUE '00'.
001900 77  IN-RECLEN               PIC 9(8) BINARY VALUE ZERO.
001910 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
001920     88  RUN-ABORTED         VALUE HIGH-VALUE.
001930 77  CTL-OPEN-FLAG           PIC X VALUE LOW-VALUE.
001940     88  CTL-OPEN            VALUE HIGH-VALUE.
001950 77  IN-OPEN-FLAG            PIC X VALUE LOW-VALUE.
001960     88  IN-OPEN             VALUE HIGH-VALUE.
001970 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
001980     88  RPT-OPEN            VALUE HIGH-VALUE.
001990 77  IN-EOF-FLAG             PIC X VALUE LOW-VALUE.
002000     88  IN-EOF              VALUE HIGH-VALUE.
002010*    where OUTCTL stands: on a document record, on the trailer,
002020*    or run out with no trailer seen.
002030 77  CTL-STATE-FLAG          PIC X VALUE LOW-VALUE.
002040     88  CTL-ON-DOC          VALUE LOW-VALUE.
002050     88  CTL-ON-TRAILER      VALUE 'T'.
002060     88  CTL-EOF             VALUE HIGH-VALUE.
002070*    the run identity on OUTCTL's *RUNHDR.
002080 77  HDR-CTL                 PIC X(32) VALUE SPACE.
002090*    where the copy stands: which boundaries it uses, and
002100*    whether a document is open (or ended by its ENG and
002110*    waiting for the next boundary).
002120 77  MODE-FLAG               PIC X VALUE LOW-VALUE.
002130     88  OFFSET-MODE         VALUE LOW-VALUE.
002140     88  TAG-MODE            VALUE HIGH-VALUE.
002150 77  DOC-FLAG                PIC X VALUE LOW-VALUE.
002160     88  NO-DOC              VALUE LOW-VALUE.
002170     88  IN-DOC              VALUE HIGH-VALUE.
002180     88  DOC-ENDED           VALUE 'E'.
002190*    the totals worked out from the copy, for the document in
002200*    hand and for the whole stream.
002210 77  DOC-RECS                PIC S9(18) BINARY VALUE ZERO.
002220 77  DOC-BYTES               PIC S9(18) BINARY VALUE ZERO.
002230 77  DOC-PAGES               PIC S9(8) BINARY VALUE ZERO.
002240 77  DOC-OUT-PAGE            PIC S9(8) BINARY VALUE ZERO.
002250 77  DOC-HASH                PIC S9(18) BINARY VALUE ZERO.
002260 77  RUN-RECS                PIC S9(18) BINARY VALUE ZERO.
002270 77  RUN-BYTES               PIC S9(18) BINARY VALUE ZERO.
002280 77  RUN-PAGES               PIC S9(8) BINARY VALUE ZERO.
002290 77  RUN-HASH                PIC S9(18) BINARY VALUE ZERO.
002300 77  REC-HASH                PIC S9(18) BINARY VALUE ZERO.
002310 77  HASH-WORK               PIC S9(18) BINARY VALUE ZERO.
002320 77  HASH-QUOT               PIC S9(18) BINARY VALUE ZERO.
002330 77  HASH-PRIME              PIC S9(18) BINARY VALUE 999999937.
002340 77  HASH-IX                 PIC S9(8) BINARY VALUE ZERO.
002350 01  HASH-PAIR.
002360     05  FILLER              PIC X VALUE LOW-VALUE.
002370     05  HASH-BYTE           PIC X.
002380 01  HASH-NUM REDEFINES HASH-PAIR PIC 9(4) BINARY.
002390*    the figures for one measure of one document, ACIF's and
002400*    the copy's, on their way to a report line.
002410 77  MEASURE-NAME            PIC X(8) VALUE SPACE.
002420 77  EXPECT-VALUE            PIC S9(18) BINARY VALUE ZERO.
002430 77  FOUND-VALUE             PIC S9(18) BINARY VALUE ZERO.
002440 77  LINE-FLAG               PIC X VALUE LOW-VALUE.
002450     88  FIRST-LINE          VALUE LOW-VALUE.
002460     88  NEXT-LINE           VALUE HIGH-VALUE.
002470*    counts.
002480 77  CTL-DOC-COUNT           PIC S9(8) BINARY VALUE ZERO.
002490 77  ARCH-DOC-COUNT          PIC S9(8) BINARY VALUE ZERO.
002500 77  MATCH-COUNT             PIC S9(8) BINARY VALUE ZERO.
002510 77  BAD-DOC-COUNT           PIC S9(8) BINARY VALUE ZERO.
002520 77  MISSING-COUNT           PIC S9(8) BINARY VALUE ZERO.
002530 77  EXTRA-COUNT             PIC S9(8) BINARY VALUE ZERO.
002540 77  NOKEY-COUNT             PIC S9(8) BINARY VALUE ZERO.
002545 77  KEYSTEP-COUNT           PIC S9(8) BINARY VALUE ZERO.
002550 77  STREAM-BAD-COUNT        PIC S9(8) BINARY VALUE ZERO.
002560 77  IN-READ-COUNT           PIC S9(8) BINARY VALUE ZERO.
002570 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
002580 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
002590     SKIP1
002600/ AFP STRUCTURED FIELD DEFINITIONS.
002610     COPY STRFLDS SUPPRESS.
002620     EJECT
002630 01  PAGE-HDR.
002640     05  FILLER              PIC X(8) VALUE 'APKARVFY'.
002650     05  FILLER              PIC X(4) VALUE SPACE.
002660     05  FILLER              PIC X(42) VALUE
002670         'ARCHIVE-COPY VERIFICATION'.
002680     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
002690     05  HDR-DATE            PIC 9999/99/99.
002700     05  FILLER              PIC X(59) VALUE SPACE.
002710 01  RUN-LINE.
002720     05  FILLER              PIC X(2) VALUE SPACE.
002730     05  FILLER              PIC X(5) VALUE 'RUN  '.
002740     05  RNL-JOBNAME         PIC X(8).
002750     05  FILLER              PIC X(2) VALUE SPACE.
002760     05  RNL-DATE            PIC X(8).
002770     05  FILLER              PIC X(2) VALUE SPACE.
002780     05  RNL-TOKEN           PIC X(8).
002790     05  FILLER              PIC X(97) VALUE SPACE.
002800 01  SECTION-LINE.
002810     05  FILLER              PIC X(2) VALUE SPACE.
002820     05  SL-TITLE            PIC X(60).
002830     05  FILLER              PIC X(70) VALUE SPACE.
002840 01  DIFF-HDR-LINE.
002850     05  FILLER              PIC X(4) VALUE SPACE.
002860     05  FILLER              PIC X(40) VALUE
002870         '     SEQ  ACCOUNT     INPUT PG  OUTPUT P'.
002880     05  FILLER              PIC X(40) VALUE
002890         'G  MEASURE       ACIF OUTPUT    ARCHIVED'.
002900     05  FILLER              PIC X(10) VALUE
002910         ' COPY'.
002920     05  FILLER              PIC X(38) VALUE SPACE.
002930 01  DIFF-LINE.
002940     05  FILLER              PIC X(4) VALUE SPACE.
002950     05  DL-SEQ              PIC ZZZZZZZ9.
002960     05  DL-SEQ-X REDEFINES DL-SEQ
002970                             PIC X(8).
002980     05  FILLER              PIC X(2) VALUE SPACE.
002990     05  DL-ACCOUNT          PIC X(10).
003000     05  FILLER              PIC X(2) VALUE SPACE.
003010     05  DL-FIRST-PAGE       PIC ZZZZZZZ9.
003020     05  DL-FIRST-PAGE-X REDEFINES DL-FIRST-PAGE
003030                             PIC X(8).
003040     05  FILLER              PIC X(2) VALUE SPACE.
003050     05  DL-OUT-PAGE         PIC ZZZZZZZ9.
003060     05  DL-OUT-PAGE-X REDEFINES DL-OUT-PAGE
003070                             PIC X(8).
003080     05  FILLER              PIC X(2) VALUE SPACE.
003090     05  DL-MEASURE          PIC X(8).
003100     05  FILLER              PIC X(2) VALUE SPACE.
003110     05  DL-EXPECT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
003120     05  DL-EXPECT-X REDEFINES DL-EXPECT
003130                             PIC X(15).
003140     05  FILLER              PIC X(2) VALUE SPACE.
003150     05  DL-FOUND            PIC ZZZ,ZZZ,ZZZ,ZZ9.
003160     05  DL-FOUND-X REDEFINES DL-FOUND
003170                             PIC X(15).
003180     05  FILLER              PIC X(2) VALUE SPACE.
003190     05  DL-NOTE             PIC X(24).
003200     05  FILLER              PIC X(18) VALUE SPACE.
003210 01  NONE-LINE               PIC X(132) VALUE
003220     '    NONE.'.
003230 01  MATCH-LINE              PIC X(132) VALUE
003240     '    MATCHES.'.
003250 01  TOTAL-LINE.
003260     05  FILLER              PIC X(4) VALUE SPACE.
003270     05  TL-LABEL            PIC X(40).
003280     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
003290     05  FILLER              PIC X(77) VALUE SPACE.
003300     EJECT
003310 PROCEDURE DIVISION.
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003340     IF NOT RUN-ABORTED
003350      THEN
003360       PERFORM 2000-VERIFY-COPY THRU 2000-EXIT
003370     END-IF.
003380     IF NOT RUN-ABORTED
003390      THEN
003400       PERFORM 4000-CHECK-STREAM THRU 4000-EXIT
003410     END-IF.
003420     IF NOT RUN-ABORTED
003430      THEN
003440       PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
003450     END-IF.
003460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003470     GOBACK.
003480     EJECT
003490*****************************************************************
003500*    OPEN OUTCTL, THE ARCHIVED COPY AND THE REPORT.  OUTCTL     *
003510*    MUST OPEN WITH ITS *RUNHDR; AN OPEN FAILING OR A MISSING   *
003520*    HEADER ABANDONS THE RUN WITH RC 12.                        *
003530*****************************************************************
003540 1000-INITIALIZE.
003550     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
003560     MOVE RUN-DATE-TODAY TO HDR-DATE.
003570     OPEN INPUT CTL-FILE.
003580     IF CTL-FILE-OK
003590      THEN
003600       SET CTL-OPEN TO TRUE
003610      ELSE
003620       DISPLAY PGMNAME, ' OUTCTL OPEN FAILED, STATUS=',
003630               CTL-FILE-STATUS, ' -- RUN ABANDONED.';
003640       SET RUN-ABORTED TO TRUE;
003650       MOVE 12 TO RETURN-CODE;
003660       GO TO 1000-EXIT.
003670     READ CTL-FILE
003680      AT END
003690       SET CTL-EOF TO TRUE
003700     END-READ.
003710     IF CTL-EOF OR CTL-REC (1:8) NOT = '*RUNHDR '
003720      THEN
003730       DISPLAY PGMNAME, ' OUTCTL HAS NO RUN HEADER --',
003740               ' NOT WRITTEN BY APKOTLLE, RUN REFUSED.';
003750       SET RUN-ABORTED TO TRUE;
003760       MOVE 12 TO RETURN-CODE;
003770       GO TO 1000-EXIT.
003780     MOVE CTL-REC (1:32) TO HDR-CTL.
003790     PERFORM 1510-READ-CTL THRU 1510-EXIT.
003800     OPEN INPUT IN-FILE.
003810     IF IN-FILE-OK
003820      THEN
003830       SET IN-OPEN TO TRUE
003840      ELSE
003850       DISPLAY PGMNAME, ' ARCHAFP OPEN FAILED, STATUS=',
003860               IN-FILE-STATUS, ' -- RUN ABANDONED.';
003870       SET RUN-ABORTED TO TRUE;
003880       MOVE 12 TO RETURN-CODE;
003890       GO TO 1000-EXIT.
003900     OPEN OUTPUT RPT-FILE.
003910     IF RPT-FILE-OK
003920      THEN
003930       SET RPT-OPEN TO TRUE
003940      ELSE
003950       DISPLAY PGMNAME, ' ARVFYRPT OPEN FAILED, STATUS=',
003960               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
003970       SET RUN-ABORTED TO TRUE;
003980       MOVE 12 TO RETURN-CODE;
003990       GO TO 1000-EXIT.
004000     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
004010     MOVE HDR-CTL (9:8) TO RNL-JOBNAME.
004020     MOVE HDR-CTL (17:8) TO RNL-DATE.
004030     MOVE HDR-CTL (25:8) TO RNL-TOKEN.
004040     WRITE RPT-REC FROM RUN-LINE AFTER ADVANCING 2 LINES.
004050 1000-EXIT.
004060     EXIT.
004070     EJECT
004080*****************************************************************
004090*    READ OUTCTL.  THE TRAILER STOPS THE READING: ANYTHING      *
004100*    AFTER IT IS IGNORED.                                       *
004110*****************************************************************
004120 1510-READ-CTL.
004130     READ CTL-FILE
004140      AT END
004150       SET CTL-EOF TO TRUE;
004160       GO TO 1510-EXIT
004170     END-READ.
004180     IF CTL-TYPE = 'T'
004190      THEN
004200       SET CTL-ON-TRAILER TO TRUE
004210      ELSE
004220       SET CTL-ON-DOC TO TRUE.
004230 1510-EXIT.
004240     EXIT.
004250     EJECT
004260*****************************************************************
004270*    READ THE ARCHIVED COPY FRONT TO BACK, WORKING OUT EACH     *
004280*    DOCUMENT'S TOTALS AND COMPARING THEM WITH OUTCTL AS EACH   *
004290*    DOCUMENT CLOSES.  THEN LIST WHAT OUTCTL HAS LEFT.          *
004300*****************************************************************
004310 2000-VERIFY-COPY.
004320     MOVE 'DOCUMENTS THAT DO NOT MATCH' TO SL-TITLE.
004330     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
004340     WRITE RPT-REC FROM DIFF-HDR-LINE AFTER ADVANCING 1 LINE.
004350     SET OFFSET-MODE TO TRUE.
004360     SET NO-DOC TO TRUE.
004370     PERFORM 2050-READ-IN THRU 2050-EXIT.
004380     PERFORM 2100-ONE-RECORD THRU 2100-EXIT
004390         UNTIL IN-EOF.
004400     PERFORM 2300-CLOSE-DOC THRU 2300-EXIT.
004410     PERFORM 2600-LEFTOVER THRU 2600-EXIT
004420         UNTIL NOT CTL-ON-DOC.
004430     IF BAD-DOC-COUNT = ZERO AND MISSING-COUNT = ZERO
004440        AND EXTRA-COUNT = ZERO
004450      THEN
004460       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
004470 2000-EXIT.
004480     EXIT.
004490 2050-READ-IN.
004500     READ IN-FILE
004510      AT END
004520       SET IN-EOF TO TRUE
004530      NOT AT END
004540       ADD 1 TO IN-READ-COUNT
004550     END-READ.
004560 2050-EXIT.
004570     EXIT.
004580     EJECT
004590*****************************************************************
004600*    ONE RECORD OF THE COPY.  A BNG -- OR AN SF-MMC WHILE THE   *
004610*    STREAM CARRIES NO INDEX TAGS -- CLOSES THE DOCUMENT IN     *
004620*    HAND AND OPENS THE NEXT.  THE RECORD THEN COUNTS TOWARD    *
004630*    THE WHOLE STREAM AND, INSIDE A DOCUMENT, TOWARD THE        *
004640*    DOCUMENT; A DOCUMENT'S ENG IS THE LAST RECORD IT COUNTS.   *
004650*****************************************************************
004660 2100-ONE-RECORD.
004670     IF IN-SFID = SF-BNG
004680      THEN
004690       SET TAG-MODE TO TRUE.
004700     IF IN-SFID = SF-BNG
004710        OR (OFFSET-MODE AND IN-SFID = SF-MMC)
004720      THEN
004730       PERFORM 2300-CLOSE-DOC THRU 2300-EXIT;
004740       SET IN-DOC TO TRUE.
004750     MOVE ZERO TO REC-HASH.
004760     PERFORM 2150-HASH-ONE THRU 2150-EXIT
004770         VARYING HASH-IX FROM 2 BY 1 UNTIL HASH-IX > IN-RECLEN.
004780     ADD 1 TO RUN-RECS.
004790     ADD IN-RECLEN TO RUN-BYTES.
004800     COMPUTE HASH-WORK = RUN-HASH * 65599 + REC-HASH + 1.
004810     DIVIDE HASH-WORK BY HASH-PRIME
004820         GIVING HASH-QUOT REMAINDER RUN-HASH.
004830     IF IN-SFID = SF-BPG
004840      THEN
004850       ADD 1 TO RUN-PAGES.
004860     IF NOT IN-DOC
004870      THEN
004880       GO TO 2100-READ.
004890     ADD 1 TO DOC-RECS.
004900     ADD IN-RECLEN TO DOC-BYTES.
004910     COMPUTE HASH-WORK = DOC-HASH * 65599 + REC-HASH + 1.
004920     DIVIDE HASH-WORK BY HASH-PRIME
004930         GIVING HASH-QUOT REMAINDER DOC-HASH.
004940     IF IN-SFID = SF-BPG
004950      THEN
004960       ADD 1 TO DOC-PAGES;
004970       IF DOC-OUT-PAGE = ZERO
004980        THEN
004990         MOVE RUN-PAGES TO DOC-OUT-PAGE
005000       END-IF
005010     END-IF.
005020     IF TAG-MODE AND IN-SFID = SF-ENG
005030      THEN
005040       SET DOC-ENDED TO TRUE.
005050 2100-READ.
005060     PERFORM 2050-READ-IN THRU 2050-EXIT.
005070 2100-EXIT.
005080     EXIT.
005090 2150-HASH-ONE.
005100     MOVE IN-REC (HASH-IX:1) TO HASH-BYTE.
005110     COMPUTE HASH-WORK = REC-HASH * 31 + HASH-NUM + 1.
005120     DIVIDE HASH-WORK BY HASH-PRIME
005130         GIVING HASH-QUOT REMAINDER REC-HASH.
005140 2150-EXIT.
005150     EXIT.
005160     EJECT
005170*****************************************************************
005180*    CLOSE THE DOCUMENT IN HAND.  ONE WITH PAGES IS COMPARED    *
005190*    WITH THE NEXT OUTCTL DOCUMENT, OR LISTED AS NOT IN OUTCTL  *
005200*    WHEN OUTCTL HAS NONE LEFT; A SPAN WITH NO PAGES IS NOT A   *
005210*    DOCUMENT.  EITHER WAY THE DOCUMENT TOTALS START OVER.      *
005220*****************************************************************
005230 2300-CLOSE-DOC.
005240     IF NO-DOC OR DOC-PAGES = ZERO
005250      THEN
005260       GO TO 2300-RESET.
005270     ADD 1 TO ARCH-DOC-COUNT.
005280     SET FIRST-LINE TO TRUE.
005290     IF NOT CTL-ON-DOC
005300      THEN
005310       ADD 1 TO EXTRA-COUNT;
005320       MOVE ARCH-DOC-COUNT TO DL-SEQ;
005330       MOVE SPACES TO DL-ACCOUNT;
005340       MOVE SPACES TO DL-FIRST-PAGE-X;
005350       MOVE DOC-OUT-PAGE TO DL-OUT-PAGE;
005360       MOVE 'PAGES   ' TO DL-MEASURE;
005370       MOVE SPACES TO DL-EXPECT-X;
005380       MOVE DOC-PAGES TO DL-FOUND;
005390       MOVE 'NOT IN OUTCTL' TO DL-NOTE;
005400       WRITE RPT-REC FROM DIFF-LINE AFTER ADVANCING 1 LINE;
005410       GO TO 2300-RESET.
005420     ADD 1 TO CTL-DOC-COUNT.
005430     IF CTL-KEY-FLAG = 'N'
005440      THEN
005450       ADD 1 TO NOKEY-COUNT.
005452     IF CTL-KEY-FLAG = 'P' OR CTL-KEY-FLAG = 'S'
005454      THEN
005456       ADD 1 TO KEYSTEP-COUNT.
005460     MOVE 'RECORDS ' TO MEASURE-NAME.
005470     MOVE CTL-RECORDS TO EXPECT-VALUE.
005480     MOVE DOC-RECS TO FOUND-VALUE.
005490     PERFORM 2400-COMPARE THRU 2400-EXIT.
005500     MOVE 'BYTES   ' TO MEASURE-NAME.
005510     MOVE CTL-BYTES TO EXPECT-VALUE.
005520     MOVE DOC-BYTES TO FOUND-VALUE.
005530     PERFORM 2400-COMPARE THRU 2400-EXIT.
005540     MOVE 'PAGES   ' TO MEASURE-NAME.
005550     MOVE CTL-PAGES TO EXPECT-VALUE.
005560     MOVE DOC-PAGES TO FOUND-VALUE.
005570     PERFORM 2400-COMPARE THRU 2400-EXIT.
005580     MOVE 'HASH    ' TO MEASURE-NAME.
005590     MOVE CTL-HASH TO EXPECT-VALUE.
005600     MOVE DOC-HASH TO FOUND-VALUE.
005610     PERFORM 2400-COMPARE THRU 2400-EXIT.
005620     IF FIRST-LINE
005630      THEN
005640       ADD 1 TO MATCH-COUNT
005650      ELSE
005660       ADD 1 TO BAD-DOC-COUNT.
005670     PERFORM 1510-READ-CTL THRU 1510-EXIT.
005680 2300-RESET.
005690     SET NO-DOC TO TRUE.
005700     MOVE ZERO TO DOC-RECS.
005710     MOVE ZERO TO DOC-BYTES.
005720     MOVE ZERO TO DOC-PAGES.
005730     MOVE ZERO TO DOC-OUT-PAGE.
005740     MOVE ZERO TO DOC-HASH.
005750 2300-EXIT.
005760     EXIT.
005770     EJECT
005780*****************************************************************
005790*    ONE MEASURE OF THE OUTCTL DOCUMENT IN HAND.  A DIFFERENCE  *
005800*    IS LISTED; THE DOCUMENT'S OWN COLUMNS PRINT ON ITS FIRST   *
005810*    LINE ONLY.                                                 *
005820*****************************************************************
005830 2400-COMPARE.
005840     IF EXPECT-VALUE = FOUND-VALUE
005850      THEN
005860       GO TO 2400-EXIT.
005870     IF FIRST-LINE
005880      THEN
005890       MOVE CTL-DOC-SEQ TO DL-SEQ;
005900       MOVE CTL-ACCOUNT TO DL-ACCOUNT;
005910       MOVE CTL-FIRST-PAGE TO DL-FIRST-PAGE;
005920       MOVE CTL-OUT-PAGE TO DL-OUT-PAGE;
005930       IF CTL-KEY-FLAG = 'N' OR CTL-KEY-FLAG = 'S'
005940        THEN
005950         MOVE 'NO KEY' TO DL-ACCOUNT;
005960         MOVE SPACES TO DL-FIRST-PAGE-X
005970       END-IF;
005980       SET NEXT-LINE TO TRUE
005990      ELSE
006000       MOVE SPACES TO DL-SEQ-X;
006010       MOVE SPACES TO DL-ACCOUNT;
006020       MOVE SPACES TO DL-FIRST-PAGE-X;
006030       MOVE SPACES TO DL-OUT-PAGE-X.
006040     MOVE MEASURE-NAME TO DL-MEASURE.
006050     MOVE EXPECT-VALUE TO DL-EXPECT.
006060     MOVE FOUND-VALUE TO DL-FOUND.
006070     MOVE SPACES TO DL-NOTE.
006080     WRITE RPT-REC FROM DIFF-LINE AFTER ADVANCING 1 LINE.
006090 2400-EXIT.
006100     EXIT.
006110     EJECT
006120*****************************************************************
006130*    AN OUTCTL DOCUMENT LEFT OVER AT THE END OF THE COPY: ACIF  *
006140*    WROTE IT, THE ARCHIVE DOES NOT HAVE IT.                    *
006150*****************************************************************
006160 2600-LEFTOVER.
006170     ADD 1 TO CTL-DOC-COUNT.
006180     ADD 1 TO MISSING-COUNT.
006190     IF CTL-KEY-FLAG = 'N'
006200      THEN
006210       ADD 1 TO NOKEY-COUNT.
006212     IF CTL-KEY-FLAG = 'P' OR CTL-KEY-FLAG = 'S'
006214      THEN
006216       ADD 1 TO KEYSTEP-COUNT.
006220     MOVE CTL-DOC-SEQ TO DL-SEQ.
006230     MOVE CTL-ACCOUNT TO DL-ACCOUNT.
006240     MOVE CTL-FIRST-PAGE TO DL-FIRST-PAGE.
006250     MOVE CTL-OUT-PAGE TO DL-OUT-PAGE.
006260     IF CTL-KEY-FLAG = 'N' OR CTL-KEY-FLAG = 'S'
006270      THEN
006280       MOVE 'NO KEY' TO DL-ACCOUNT;
006290       MOVE SPACES TO DL-FIRST-PAGE-X.
006300     MOVE 'PAGES   ' TO DL-MEASURE.
006310     MOVE CTL-PAGES TO DL-EXPECT.
006320     MOVE SPACES TO DL-FOUND-X.
006330     MOVE 'MISSING FROM ARCHIVE' TO DL-NOTE.
006340     WRITE RPT-REC FROM DIFF-LINE AFTER ADVANCING 1 LINE.
006350     PERFORM 1510-READ-CTL THRU 1510-EXIT.
006360 2600-EXIT.
006370     EXIT.
006380     EJECT
006390*****************************************************************
006400*    THE WHOLE STREAM AGAINST THE OUTCTL TRAILER.  AN OUTCTL    *
006410*    WITH NO TRAILER CAME FROM AN ACIF STEP THAT NEVER REACHED  *
006420*    EOF: NOTHING CAN BE VOUCHED FOR AND THE RUN ENDS RC 12.    *
006430*****************************************************************
006440 4000-CHECK-STREAM.
006450     MOVE 'WHOLE OUTPUT STREAM' TO SL-TITLE.
006460     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
006470     IF NOT CTL-ON-TRAILER
006480      THEN
006490       MOVE '    OUTCTL HAS NO TRAILER -- ACIF DID NOT REACH EOF.'
006500           TO RPT-REC;
006510       WRITE RPT-REC AFTER ADVANCING 1 LINE;
006520       DISPLAY PGMNAME, ' OUTCTL HAS NO TRAILER -- NOTHING',
006530               ' VERIFIED, RUN ABANDONED.';
006540       SET RUN-ABORTED TO TRUE;
006550       MOVE 12 TO RETURN-CODE;
006560       GO TO 4000-EXIT.
006570     WRITE RPT-REC FROM DIFF-HDR-LINE AFTER ADVANCING 1 LINE.
006580     SET FIRST-LINE TO TRUE.
006590     MOVE 'DOCUMENT' TO MEASURE-NAME.
006600     MOVE CTL-DOC-SEQ TO EXPECT-VALUE.
006610     MOVE ARCH-DOC-COUNT TO FOUND-VALUE.
006620     PERFORM 4100-COMPARE THRU 4100-EXIT.
006630     MOVE 'RECORDS ' TO MEASURE-NAME.
006640     MOVE CTL-RECORDS TO EXPECT-VALUE.
006650     MOVE RUN-RECS TO FOUND-VALUE.
006660     PERFORM 4100-COMPARE THRU 4100-EXIT.
006670     MOVE 'BYTES   ' TO MEASURE-NAME.
006680     MOVE CTL-BYTES TO EXPECT-VALUE.
006690     MOVE RUN-BYTES TO FOUND-VALUE.
006700     PERFORM 4100-COMPARE THRU 4100-EXIT.
006710     MOVE 'PAGES   ' TO MEASURE-NAME.
006720     MOVE CTL-PAGES TO EXPECT-VALUE.
006730     MOVE RUN-PAGES TO FOUND-VALUE.
006740     PERFORM 4100-COMPARE THRU 4100-EXIT.
006750     MOVE 'HASH    ' TO MEASURE-NAME.
006760     MOVE CTL-HASH TO EXPECT-VALUE.
006770     MOVE RUN-HASH TO FOUND-VALUE.
006780     PERFORM 4100-COMPARE THRU 4100-EXIT.
006790     IF FIRST-LINE
006800      THEN
006810       WRITE RPT-REC FROM MATCH-LINE AFTER ADVANCING 1 LINE.
006820 4000-EXIT.
006830     EXIT.
006840 4100-COMPARE.
006850     IF EXPECT-VALUE = FOUND-VALUE
006860      THEN
006870       GO TO 4100-EXIT.
006880     SET NEXT-LINE TO TRUE.
006890     ADD 1 TO STREAM-BAD-COUNT.
006900     MOVE SPACES TO DL-SEQ-X.
006910     MOVE SPACES TO DL-ACCOUNT.
006920     MOVE SPACES TO DL-FIRST-PAGE-X.
006930     MOVE SPACES TO DL-OUT-PAGE-X.
006940     MOVE MEASURE-NAME TO DL-MEASURE.
006950     MOVE EXPECT-VALUE TO DL-EXPECT.
006960     MOVE FOUND-VALUE TO DL-FOUND.
006970     MOVE SPACES TO DL-NOTE.
006980     WRITE RPT-REC FROM DIFF-LINE AFTER ADVANCING 1 LINE.
006990 4100-EXIT.
007000     EXIT.
007010     EJECT
007020*****************************************************************
007030*    THE RUN'S COUNTS AND THE VERDICT.  ANY DOCUMENT THAT DOES  *
007037*    NOT MATCH, IS MISSING OR IS EXTRA, OR IS KEYED OUT OF STEP *
007044*    WITH DOCINDEX, OR ANY DIFFERENCE IN THE WHOLE-STREAM       *
007051*    TOTALS, SETS RC 8: HOLD THE ARCHIVE LOAD.                  *
007060*****************************************************************
007070 6000-PRINT-TOTALS.
007080     MOVE 'DOCUMENTS IN OUTCTL' TO TL-LABEL.
007090     MOVE CTL-DOC-COUNT TO TL-VALUE.
007100     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
007110     MOVE 'DOCUMENTS IN THE ARCHIVED COPY' TO TL-LABEL.
007120     MOVE ARCH-DOC-COUNT TO TL-VALUE.
007130     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007140     MOVE 'DOCUMENTS MATCHED' TO TL-LABEL.
007150     MOVE MATCH-COUNT TO TL-VALUE.
007160     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
007170     MOVE 'DOCUMENTS NOT MATCHED' TO TL-LABEL.
007180     MOVE BAD-DOC-COUNT TO TL-VALUE.
007190     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007200     MOVE 'DOCUMENTS MISSING FROM THE ARCHIVE' TO TL-LABEL.
007210     MOVE MISSING-COUNT TO TL-VALUE.
007220     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007230     MOVE 'DOCUMENTS NOT IN OUTCTL' TO TL-LABEL.
007240     MOVE EXTRA-COUNT TO TL-VALUE.
007250     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007260     MOVE 'WHOLE-STREAM TOTALS NOT MATCHED' TO TL-LABEL.
007270     MOVE STREAM-BAD-COUNT TO TL-VALUE.
007280     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007290     MOVE 'DOCUMENTS WITH NO DOCINDEX KEY' TO TL-LABEL.
007300     MOVE NOKEY-COUNT TO TL-VALUE.
007310     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
007312     MOVE 'DOCUMENTS KEYED OUT OF STEP' TO TL-LABEL.
007314     MOVE KEYSTEP-COUNT TO TL-VALUE.
007316     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007320     MOVE 'RECORDS IN THE ARCHIVED COPY' TO TL-LABEL.
007330     MOVE IN-READ-COUNT TO TL-VALUE.
007340     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
007350     IF BAD-DOC-COUNT = ZERO AND MISSING-COUNT = ZERO
007360        AND EXTRA-COUNT = ZERO AND STREAM-BAD-COUNT = ZERO
007365        AND KEYSTEP-COUNT = ZERO
007370      THEN
007380       MOVE 'VERIFIED -- THE ARCHIVE LOAD MAY PROCEED'
007390           TO SL-TITLE;
007400       WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES
007410      ELSE
007420       MOVE 'NOT VERIFIED -- HOLD THE ARCHIVE LOAD' TO SL-TITLE;
007430       WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES;
007440       DISPLAY PGMNAME, ' ARCHIVED COPY DOES NOT MATCH THE ACIF',
007450               ' OUTPUT -- HOLD THE ARCHIVE LOAD.';
007460       MOVE 8 TO RETURN-CODE
007470     END-IF.
007480 6000-EXIT.
007490     EXIT.
007500     EJECT
007510*****************************************************************
007520*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
007530*****************************************************************
007540 9000-TERMINATE.
007550     IF CTL-OPEN
007560      THEN
007570       CLOSE CTL-FILE.
007580     IF IN-OPEN
007590      THEN
007600       CLOSE IN-FILE.
007610     IF RPT-OPEN
007620      THEN
007630       CLOSE RPT-FILE.
007640     MOVE IN-READ-COUNT TO CNT-DISP.
007650     DISPLAY PGMNAME, CNT-DISP, ' archived records read.'.
007660     MOVE ARCH-DOC-COUNT TO CNT-DISP.
007670     DISPLAY PGMNAME, CNT-DISP, ' archived documents checked.'.
007680     MOVE MATCH-COUNT TO CNT-DISP.
007690     DISPLAY PGMNAME, CNT-DISP, ' documents matched.'.
007700     IF BAD-DOC-COUNT > ZERO
007710      THEN
007720       MOVE BAD-DOC-COUNT TO CNT-DISP;
007730       DISPLAY PGMNAME, CNT-DISP, ' documents not matched.'
007740     END-IF.
007750     IF MISSING-COUNT > ZERO
007760      THEN
007770       MOVE MISSING-COUNT TO CNT-DISP;
007780       DISPLAY PGMNAME, CNT-DISP, ' documents missing from the',
007790               ' archive.'
007800     END-IF.
007810     IF EXTRA-COUNT > ZERO
007820      THEN
007830       MOVE EXTRA-COUNT TO CNT-DISP;
007840       DISPLAY PGMNAME, CNT-DISP, ' documents not in OUTCTL.'
007850     END-IF.
007851     IF KEYSTEP-COUNT > ZERO
007852      THEN
007853       MOVE KEYSTEP-COUNT TO CNT-DISP;
007854       DISPLAY PGMNAME, CNT-DISP, ' documents keyed out of step',
007855               ' with DOCINDEX.'
007856     END-IF.
007860 9000-EXIT.
007870     EXIT.
007880 END PROGRAM APKARVFY.
