000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 23:40:00 BY DELGADO  VERSION 02   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKPROOF.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               QA proof-sample extract, run before a cycle is
000170               released.  QA signs a cycle off by looking at
000180               statements; leafing through random pages at the
000190               printer wastes paper and seldom lands on the
000200               unusual ones.  This program copies a chosen
000210               sample of whole statements out of the ACIF
000220               output into a small proof AFP dataset that QA
000230               views on screen, and lists what it copied and
000240               why.
000250
000260               The ACIF output is read in the structured-field
000270               record shape the ACIF exits use (carriage control
000280               byte, two-byte length, three-byte structured
000290               field identifier, flag and sequence, data), as
000300               APKSPLIT and APKAFPCM read it.  A document opens
000310               at its Begin Named Group (BNG) when the stream
000320               carries AFP index tags -- the first BNG seen
000330               settles it -- and at its SF-MMC medium map change
000340               otherwise, the same boundaries APKINLLE uses, and
000350               is copied through its last End Page (plus the End
000360               Named Group that closes a BNG).  The records ahead
000370               of page one (ahead of the first BNG in a tagged
000380               stream) are the forms setup: they are copied to
000390               the front of the proof dataset so every sampled
000400               statement still shows on the right forms.  Pages
000410               standing outside any named group, such as the
000420               duplex filler of a household piece, are never
000430               copied; a medium map change followed by no page
000440               (an e-delivery document suppressed in offset
000450               mode) opens no document.
000460
000470               DOCINDEX and MONEXTR are the run's own extracts,
000480               and their *RUNHDR records must match.  DOCINDEX
000490               lists the printed documents in stream order, so
000500               the stream's n-th document is DOCINDEX's n-th
000510               record; its MONEXTR document record (matched on
000520               first page) gives the statement total and the
000530               no-amount flag.  A first pass over the extracts
000540               ranks the totals and the page spans; the second
000550               pass reads the stream and the extracts together
000560               and copies each document that is chosen for one
000570               or more of these reasons:
000580
000590                 EVERY N   every Nth document of the stream.
000600                 NO AMT    MONEXTR flagged it 'N', no amount.
000610                 HIGHEST   among the highest statement totals.
000620                 LOWEST    among the lowest statement totals.
000630                 LONGEST   among the longest page spans.
000640                 MUSTPRF   its account is on the must-proof list.
000650
000660               PROOFMAN, the manifest, lists each proofed
000670               document in stream order: its account, its first
000680               page as DOCINDEX numbers it (the input-stream
000690               ordinal), its first page in the production output
000700               and in the proof dataset (the pages a screen
000710               viewer shows), its page count, its total, and the
000720               reasons it was chosen.  It then lists must-proof
000730               accounts that are not in this run, and the run's
000740               counts.
000750
000760               PROOFPRM control cards ('*' in column 1 is a
000770               comment; keyword in columns 1-8, operands from
000780               column 10):
000790
000800                 EVERY    nnnnn  every Nth document; 100 when
000810                          omitted, zero for none.
000820                 HIGHLOW  nn  how many of the highest and of the
000830                          lowest totals, 0 to 20; 1 when omitted.
000840                 LONGEST  nn  how many of the longest page spans,
000850                          0 to 20; 3 when omitted.
000860
000870               MUSTPRF is optional: one account per record in
000880               columns 1-10 (records opening with '*' are
000890               comments).  Without it no account must be proofed.
000900
000910               Return codes: 0 the sample was extracted, 4 a
000920               must-proof account is not in this run, 8 the
000930               stream and DOCINDEX disagree on the number of
000940               documents (the manifest may then name the wrong
000950               accounts), 12 a dataset could not be opened, a
000960               control card is in error, the extracts are from
000970               different runs, or a table overflowed.
000980
000990               Datasets allocated in the job step: INAFP (input,
001000               RECFM=VB ACIF output), DOCINDEX, MONEXTR, and
001010               PROOFPRM (input), MUSTPRF (optional input),
001020               PROOFAFP (output, RECFM=VB proof sample) and
001030               PROOFMAN (output manifest).
001040
001050 DATE-WRITTEN. 15 Oct 2026.
001060 DATE-COMPILED.
001070 SECURITY. IBM SAMPLE CODE ONLY.
001080*/**************************************************************/
001090*/* Licensed under the Apache License, Version 2.0 (the        */
001100*/* "License"); you may not use this file except in compliance */
001110*/* with the License. You may obtain a copy of the License at  */
001120*/*                                                            */
001130*/* http://www.apache.org/licenses/LICENSE-2.0                 */
001140*/*                                                            */
001150*/* Unless required by applicable law or agreed to in writing, */
001160*/* software distributed under the License is distributed on an*/
001170*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */
001180*/* KIND, either express or implied.  See the License for the  */
001190*/* specific language governing permissions and limitations    */
001200*/* under the License.                                         */
001210*/*------------------------------------------------------------*/
001220*/*                                                            */
001230*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */
001240*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */
001250*/*                                                            */
001260*/*   Permission to use, copy, modify, and distribute          */
001270*/*   this software for any purpose with or without fee        */
001280*/*   is hereby granted, provided that the above               */
001290*/*   copyright notices appear in all copies.                  */
001300*/*                                                            */
001310*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */
001320*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */
001330*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */
001340*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */
001350*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */
001360*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */
001370*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */
001380*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */
001390*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */
001400*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */
001410*/*   OTHER DEALINGS IN THE SOFTWARE.                          */
001420*/**************************************************************/
001430 TITLE 'QA PROOF-SAMPLE EXTRACT'.
001440 ENVIRONMENT DIVISION.
001450 CONFIGURATION SECTION.
001460 SOURCE-COMPUTER. IBM-370.
001470 OBJECT-COMPUTER. IBM-370.
001480     EJECT
001490 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001510     SELECT IN-FILE ASSIGN TO INAFP
001520         FILE STATUS IS IN-FILE-STATUS.
001530     SELECT DIX-FILE ASSIGN TO DOCINDEX
001540         FILE STATUS IS DIX-FILE-STATUS.
001550     SELECT MONX-FILE ASSIGN TO MONEXTR
001560         FILE STATUS IS MONX-FILE-STATUS.
001570     SELECT PARM-FILE ASSIGN TO PROOFPRM
001580         FILE STATUS IS PARM-FILE-STATUS.
001590     SELECT MUST-FILE ASSIGN TO MUSTPRF
001600         FILE STATUS IS MUST-FILE-STATUS.
001610     SELECT PROOF-FILE ASSIGN TO PROOFAFP
001620         FILE STATUS IS PROOF-FILE-STATUS.
001630     SELECT RPT-FILE ASSIGN TO PROOFMAN
001640         FILE STATUS IS RPT-FILE-STATUS.
001650     EJECT
001660 DATA DIVISION.
001670 FILE SECTION.
001680 FD  IN-FILE
001690     RECORDING MODE V
001700     LABEL RECORDS STANDARD
001710     BLOCK CONTAINS 0 RECORDS
001720     RECORD IS VARYING IN SIZE FROM 9 TO 32756 CHARACTERS
001730         DEPENDING ON IN-RECLEN.
001740 01  IN-REC.
001750     05  IN-CCVAL            PIC X.
001760     05  IN-LEN              PIC 9(4) BINARY.
001770     05  IN-SFID             PIC X(3).
001780     05  IN-FLAGSEQ          PIC X(3).
001790     05  IN-DATA             PIC X(32747).
001800     EJECT
001810 FD  DIX-FILE
001820     RECORDING MODE F
001830     LABEL RECORDS STANDARD
001840     BLOCK CONTAINS 0 RECORDS
001850     RECORD CONTAINS 80 CHARACTERS.
001860 01  DIX-REC.
001870*    one printed document, written by APKINLLE.
001880     05  DIX-ACCOUNT         PIC X(10).
001890     05  DIX-FIRST-PAGE      PIC 9(8).
001900     05  DIX-PAGE-COUNT      PIC 9(8).
001910     05  FILLER              PIC X(54).
001920     EJECT
001930 FD  MONX-FILE
001940     RECORDING MODE F
001950     LABEL RECORDS STANDARD
001960     BLOCK CONTAINS 0 RECORDS
001970     RECORD CONTAINS 80 CHARACTERS.
001980 01  MONX-REC.
001990*    one statement document ('D') or the grand-total trailer
002000*    ('T'), written by APKINLLE.
002010     05  MONX-TYPE           PIC X(1).
002020     05  MONX-ACCOUNT        PIC X(10).
002030     05  MONX-PAGE           PIC 9(8).
002040     05  MONX-AMOUNT         PIC 9(11)V99.
002050     05  MONX-NOAMT-FLAG     PIC X(1).
002060     05  FILLER              PIC X(47).
002070     EJECT
002080 FD  PARM-FILE
002090     RECORDING MODE F
002100     LABEL RECORDS STANDARD
002110     BLOCK CONTAINS 0 RECORDS
002120     RECORD CONTAINS 80 CHARACTERS.
002130 01  PARM-REC.
002140     05  PARM-KEYWORD        PIC X(8).
002150     05  FILLER              PIC X(1).
002160     05  PARM-COUNT          PIC 9(2).
002170     05  FILLER              PIC X(69).
002180 01  PARM-EVERY-REC.
002190     05  FILLER              PIC X(9).
002200     05  PARM-EVERY          PIC 9(5).
002210     05  FILLER              PIC X(66).
002220     EJECT
002230 FD  MUST-FILE
002240     RECORDING MODE F
002250     LABEL RECORDS STANDARD
002260     BLOCK CONTAINS 0 RECORDS
002270     RECORD CONTAINS 80 CHARACTERS.
002280 01  MUST-REC.
002290     05  MUST-ACCOUNT        PIC X(10).
002300     05  FILLER              PIC X(70).
002310     EJECT
002320 FD  PROOF-FILE
002330     RECORDING MODE V
002340     LABEL RECORDS STANDARD
002350     BLOCK CONTAINS 0 RECORDS
002360     RECORD IS VARYING IN SIZE FROM 9 TO 32756 CHARACTERS
002370         DEPENDING ON OUT-RECLEN.
002380 01  PROOF-REC               PIC X(32756).
002390     EJECT
002400 FD  RPT-FILE
002410     RECORDING MODE F
002420     LABEL RECORDS STANDARD
002430     BLOCK CONTAINS 0 RECORDS
002440     RECORD CONTAINS 132 CHARACTERS.
002450 01  RPT-REC                 PIC X(132).
002460     EJECT
002470 WORKING-STORAGE SECTION.
002480 77  PGMNAME                 PIC X(8) VALUE 'APKPROOF'.
002490 77  IN-FILE-STATUS          PIC XX VALUE ZERO.
002500     88  IN-FILE-OK          VALUE '00'.
002510 77  DIX-FILE-STATUS         PIC XX VALUE ZERO.
002520     88  DIX-FILE-OK         VALUE '00'.
002530 77  MONX-FILE-STATUS        PIC XX VALUE ZERO.
002540     88  MONX-FILE-OK        VALUE '00'.
002550 77  PARM-FILE-STATUS        PIC XX VALUE ZERO.
002560     88  PARM-FILE-OK        VALUE '00'.
002570     88  PARM-FILE-EOF       VALUE '10'.
002580 77  MUST-FILE-STATUS        PIC XX VALUE ZERO.
002590     88  MUST-FILE-OK        VALUE '00'.
002600     88  MUST-FILE-EOF       VALUE '10'.
002610 77  PROOF-FILE-STATUS       PIC XX VALUE ZERO.
002620     88  PROOF-FILE-OK       VALUE '00'.
002630 77  RPT-FILE-STATUS         PIC XX VALUE ZERO.
002640     88  RPT-FILE-OK         VALUE '00'.
002650 77  IN-RECLEN               PIC 9(8) BINARY VALUE ZERO.
002660 77  OUT-RECLEN              PIC 9(8) BINARY VALUE ZERO.
002670 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
002680     88  RUN-ABORTED         VALUE HIGH-VALUE.
002690 77  IN-OPEN-FLAG            PIC X VALUE LOW-VALUE.
002700     88  IN-OPEN             VALUE HIGH-VALUE.
002710 77  IN-EOF-FLAG             PIC X VALUE LOW-VALUE.
002720     88  IN-EOF              VALUE HIGH-VALUE.
002730 77  EXTR-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002740     88  EXTR-OPEN           VALUE HIGH-VALUE.
002750     88  EXTR-NOTOPEN        VALUE LOW-VALUE.
002760 77  DIX-EOF-FLAG            PIC X VALUE LOW-VALUE.
002770     88  DIX-EOF             VALUE HIGH-VALUE.
002780     88  DIX-NOT-EOF         VALUE LOW-VALUE.
002790 77  MONX-EOF-FLAG           PIC X VALUE LOW-VALUE.
002800     88  MONX-EOF            VALUE HIGH-VALUE.
002810     88  MONX-NOT-EOF        VALUE LOW-VALUE.
002820 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.
002830     88  PARM-OPEN           VALUE HIGH-VALUE.
002840 77  PROOF-OPEN-FLAG         PIC X VALUE LOW-VALUE.
002850     88  PROOF-OPEN          VALUE HIGH-VALUE.
002860 77  RPT-OPEN-FLAG           PIC X VALUE LOW-VALUE.
002870     88  RPT-OPEN            VALUE HIGH-VALUE.
002880 77  OVERFLOW-FLAG           PIC X VALUE LOW-VALUE.
002890     88  TABLE-OVERFLOWED    VALUE HIGH-VALUE.
002900*    control card values.
002910 77  EVERY-N                 PIC S9(8) BINARY VALUE 100.
002920*    the run identity on each extract's *RUNHDR.
002930 77  HDR-DIX                 PIC X(32) VALUE SPACE.
002940 77  HDR-MONX                PIC X(32) VALUE SPACE.
002950*    where the stream stands: in the setup ahead of page one, in
002960*    a document (and before its first page, or past an End Page),
002970*    and whether the document is being copied.
002980 77  SETUP-FLAG              PIC X VALUE LOW-VALUE.
002990     88  IN-SETUP            VALUE LOW-VALUE.
003000     88  SETUP-DONE          VALUE HIGH-VALUE.
003010 77  MODE-FLAG               PIC X VALUE LOW-VALUE.
003020     88  OFFSET-MODE         VALUE LOW-VALUE.
003030     88  TAG-MODE            VALUE HIGH-VALUE.
003040 77  DOC-OPEN-FLAG           PIC X VALUE LOW-VALUE.
003050     88  DOC-OPEN            VALUE HIGH-VALUE.
003060     88  DOC-CLOSED          VALUE LOW-VALUE.
003070 77  DOC-COPY-FLAG           PIC X VALUE LOW-VALUE.
003080     88  DOC-COPIED          VALUE HIGH-VALUE.
003090     88  DOC-SKIPPED         VALUE LOW-VALUE.
003100 77  EPG-FLAG                PIC X VALUE LOW-VALUE.
003110     88  PAST-EPG            VALUE HIGH-VALUE.
003120     88  IN-PAGE             VALUE LOW-VALUE.
003130 77  DOC-PAGES               PIC S9(8) BINARY VALUE ZERO.
003140*    counts.
003150 77  DOC-SEQ                 PIC S9(8) BINARY VALUE ZERO.
003160 77  DIX-DOC-COUNT           PIC S9(8) BINARY VALUE ZERO.
003170 77  STREAM-DOC-COUNT        PIC S9(8) BINARY VALUE ZERO.
003180 77  PROD-PAGE               PIC S9(8) BINARY VALUE ZERO.
003190 77  PROOF-PAGE              PIC S9(8) BINARY VALUE ZERO.
003200 77  PROOF-DOCS              PIC S9(8) BINARY VALUE ZERO.
003210 77  IN-READ-COUNT           PIC S9(8) BINARY VALUE ZERO.
003220 77  OUT-WRITE-COUNT         PIC S9(8) BINARY VALUE ZERO.
003230 77  SETUP-COUNT             PIC S9(8) BINARY VALUE ZERO.
003240 77  PARM-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003250 77  MUST-MISSING            PIC S9(8) BINARY VALUE ZERO.
003260 77  NOT-IN-DIX-COUNT        PIC S9(8) BINARY VALUE ZERO.
003270 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
003280 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
003290 77  RX                      PIC S9(8) BINARY VALUE ZERO.
003300 77  KX                      PIC S9(8) BINARY VALUE ZERO.
003310 77  HX                      PIC S9(8) BINARY VALUE ZERO.
003320 77  MX                      PIC S9(8) BINARY VALUE ZERO.
003330 77  TX                      PIC S9(8) BINARY VALUE ZERO.
003340 77  LO-X                    PIC S9(8) BINARY VALUE ZERO.
003350 77  HI-X                    PIC S9(8) BINARY VALUE ZERO.
003360 77  MID-X                   PIC S9(8) BINARY VALUE ZERO.
003370 77  EVERY-QUOT              PIC S9(8) BINARY VALUE ZERO.
003380 77  EVERY-REM               PIC S9(8) BINARY VALUE ZERO.
003390*    the document DOCINDEX and MONEXTR give for the stream's
003400*    current document.
003410 77  DOC-FOUND-FLAG          PIC X VALUE LOW-VALUE.
003420     88  DOC-FOUND           VALUE HIGH-VALUE.
003430     88  DOC-NOT-FOUND       VALUE LOW-VALUE.
003440 77  DOC-ACCOUNT             PIC X(10) VALUE SPACE.
003450 77  DOC-FIRST-PAGE          PIC S9(8) BINARY VALUE ZERO.
003460 77  DOC-PAGE-COUNT          PIC S9(8) BINARY VALUE ZERO.
003470 77  DOC-AMOUNT              PIC S9(11)V99 COMP-3 VALUE ZERO.
003480*    ' ' no MONEXTR record, 'Y' an amount, 'N' the statement
003490*    had none.
003500 77  DOC-AMT-FLAG            PIC X VALUE SPACE.
003510*    the setup ahead of a document's first page and the records
003520*    between its pages wait here until the page tells whether
003530*    they are copied.  A lead-in overflowing the table refuses
003540*    the run with RC 12 (a statement copied without it would
003550*    print on the wrong forms); records between pages past the
003560*    table size are written as they come.
003570 77  HOLD-MAX                PIC S9(4) BINARY VALUE 50.
003580 77  HOLD-COUNT              PIC S9(4) BINARY VALUE ZERO.
003590 01  OUT-AREA                PIC X(32756).
003600 01  HOLD-LENS.
003610     05  HOLD-LEN            PIC S9(8) BINARY OCCURS 50 TIMES.
003620 01  HOLD-TABLE.
003621     05  HOLD-IMAGE          PIC X(32756) OCCURS 50 TIMES.
003622*    the records since the last End Page (or, with index tags,
003623*    the last End Named Group) are kept here apart from any
003624*    document's hold: a Begin Page empties the table, and what it
003625*    holds at end of file -- the stream's trailer -- is written
003626*    after the last document.  Records past the table size are
003627*    counted, reported, and set RC 4.
003628 77  TRAIL-MAX               PIC S9(4) BINARY VALUE 50.
003629 77  TRAIL-COUNT             PIC S9(4) BINARY VALUE ZERO.
003630 77  TRAIL-LOST              PIC S9(8) BINARY VALUE ZERO.
003631 77  TRAIL-WRITTEN           PIC S9(8) BINARY VALUE ZERO.
003632 77  TRAIL-FLAG              PIC X VALUE LOW-VALUE.
003633     88  TRAIL-OPEN          VALUE HIGH-VALUE.
003634     88  TRAIL-SHUT          VALUE LOW-VALUE.
003635 01  TRAIL-LENS.
003636     05  TRAIL-LEN           PIC S9(8) BINARY OCCURS 50 TIMES.
003637 01  TRAIL-TABLE.
003638     05  TRAIL-IMAGE         PIC X(32756) OCCURS 50 TIMES.
003640*    the reasons a document is chosen, with their names for the
003650*    manifest and a count of each.
003660 01  DOC-REASONS.
003670     05  DOC-REASON          PIC X(1) OCCURS 6 TIMES.
003680 01  REASON-NAME-VALUES.
003690     05  FILLER              PIC X(8) VALUE 'EVERY N '.
003700     05  FILLER              PIC X(8) VALUE 'NO AMT  '.
003710     05  FILLER              PIC X(8) VALUE 'HIGHEST '.
003720     05  FILLER              PIC X(8) VALUE 'LOWEST  '.
003730     05  FILLER              PIC X(8) VALUE 'LONGEST '.
003740     05  FILLER              PIC X(8) VALUE 'MUSTPRF '.
003750 01  REASON-NAMES REDEFINES REASON-NAME-VALUES.
003760     05  REASON-NAME         PIC X(8) OCCURS 6 TIMES.
003770 01  REASON-COUNTS.
003780     05  REASON-COUNT        PIC S9(8) BINARY OCCURS 6 TIMES.
003790*    the rankings made on the first pass: 1 the highest totals,
003800*    2 the lowest (held negated, so every ranking keeps its
003810*    largest values first), 3 the longest page spans.  Each
003820*    keeps the document numbers of its best entries, ties going
003830*    to the earlier document.
003840 01  RANK-TABLE.
003850     05  RANK OCCURS 3 TIMES.
003860         10  RANK-LIMIT      PIC S9(4) BINARY.
003870         10  RANK-COUNT      PIC S9(4) BINARY.
003880         10  RANK-ENTRY OCCURS 20 TIMES.
003890             15  RK-SEQ      PIC S9(8) BINARY.
003900             15  RK-VALUE    PIC S9(11)V99 COMP-3.
003910 77  CAND-SEQ                PIC S9(8) BINARY VALUE ZERO.
003920 77  CAND-VALUE              PIC S9(11)V99 COMP-3 VALUE ZERO.
003930*    the must-proof accounts, sorted for the lookup, each marked
003940*    when it turns up in the run.
003950 77  MUST-MAX                PIC S9(8) BINARY VALUE 500.
003960 77  MUST-COUNT              PIC S9(8) BINARY VALUE ZERO.
003970 01  MUST-TABLE.
003980     05  MUST-ENTRY OCCURS 500 TIMES.
003990         10  MT-ACCOUNT      PIC X(10).
004000         10  MT-FOUND        PIC X(1).
004010 01  MUST-HOLD               PIC X(11).
004020     SKIP1
004030/ AFP STRUCTURED FIELD DEFINITIONS.
004040     COPY STRFLDS SUPPRESS.
004050     EJECT
004060 01  PAGE-HDR.
004070     05  FILLER              PIC X(8) VALUE 'APKPROOF'.
004080     05  FILLER              PIC X(4) VALUE SPACE.
004090     05  FILLER              PIC X(42) VALUE
004100         'QA PROOF-SAMPLE MANIFEST'.
004110     05  FILLER              PIC X(9) VALUE 'RUN DATE '.
004120     05  HDR-DATE            PIC 9999/99/99.
004130     05  FILLER              PIC X(59) VALUE SPACE.
004140 01  RUN-LINE.
004150     05  FILLER              PIC X(2) VALUE SPACE.
004160     05  FILLER              PIC X(5) VALUE 'RUN  '.
004170     05  RNL-JOBNAME         PIC X(8).
004180     05  FILLER              PIC X(2) VALUE SPACE.
004190     05  RNL-DATE            PIC X(8).
004200     05  FILLER              PIC X(2) VALUE SPACE.
004210     05  RNL-TOKEN           PIC X(8).
004220     05  FILLER              PIC X(97) VALUE SPACE.
004230 01  PARM-LINE.
004240     05  FILLER              PIC X(2) VALUE SPACE.
004250     05  FILLER              PIC X(6) VALUE 'EVERY '.
004260     05  PL-EVERY            PIC ZZZZ9.
004270     05  FILLER              PIC X(12) VALUE 'TH DOCUMENT,'.
004280     05  PL-HIGHLOW          PIC ZZ9.
004290     05  FILLER              PIC X(27) VALUE
004300         ' HIGHEST AND LOWEST TOTALS,'.
004310     05  PL-LONGEST          PIC ZZ9.
004320     05  FILLER              PIC X(15) VALUE ' LONGEST SPANS,'.
004330     05  PL-MUST             PIC ZZZ9.
004340     05  FILLER              PIC X(20) VALUE
004350         ' MUST-PROOF ACCOUNTS'.
004360     05  FILLER              PIC X(35) VALUE SPACE.
004370 01  SECTION-LINE.
004380     05  FILLER              PIC X(2) VALUE SPACE.
004390     05  SL-TITLE            PIC X(60).
004400     05  FILLER              PIC X(70) VALUE SPACE.
004410 01  MAN-HDR-LINE.
004420     05  FILLER              PIC X(4) VALUE SPACE.
004430     05  FILLER              PIC X(38) VALUE
004440         '  SEQ  ACCOUNT     INPUT PG   PROD PG '.
004450     05  FILLER              PIC X(44) VALUE
004460         'PROOF PG   PAGES             AMOUNT  REASONS'.
004470     05  FILLER              PIC X(46) VALUE SPACE.
004480 01  MAN-LINE.
004490     05  FILLER              PIC X(4) VALUE SPACE.
004500     05  ML-SEQ              PIC ZZZZ9.
004510     05  FILLER              PIC X(2) VALUE SPACE.
004520     05  ML-ACCOUNT          PIC X(10).
004530     05  FILLER              PIC X(2) VALUE SPACE.
004540     05  ML-FIRST-PAGE       PIC ZZZZZZZ9.
004550     05  FILLER              PIC X(2) VALUE SPACE.
004560     05  ML-PROD-PAGE        PIC ZZZZZZZ9.
004570     05  FILLER              PIC X(2) VALUE SPACE.
004580     05  ML-PROOF-PAGE       PIC ZZZZZZ9.
004590     05  FILLER              PIC X(2) VALUE SPACE.
004600     05  ML-PAGES            PIC ZZ,ZZ9.
004610     05  FILLER              PIC X(2) VALUE SPACE.
004620     05  ML-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004630     05  ML-AMOUNT-X REDEFINES ML-AMOUNT
004640                             PIC X(17).
004650     05  FILLER              PIC X(2) VALUE SPACE.
004660     05  ML-REASON           PIC X(8) OCCURS 6 TIMES.
004670     05  FILLER              PIC X(5) VALUE SPACE.
004680 01  MUST-LINE.
004690     05  FILLER              PIC X(4) VALUE SPACE.
004700     05  MSL-ACCOUNT         PIC X(10).
004710     05  FILLER              PIC X(118) VALUE SPACE.
004720 01  NONE-LINE               PIC X(132) VALUE
004730     '    NONE.'.
004740 01  TOTAL-LINE.
004750     05  FILLER              PIC X(4) VALUE SPACE.
004760     05  TL-LABEL            PIC X(40).
004770     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
004780     05  FILLER              PIC X(77) VALUE SPACE.
004790     EJECT
004800 PROCEDURE DIVISION.
004810 0000-MAINLINE.
004820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004830     IF NOT RUN-ABORTED
004840      THEN
004850       PERFORM 2000-RANK-PASS THRU 2000-EXIT
004860     END-IF.
004870     IF NOT RUN-ABORTED
004880      THEN
004890       PERFORM 3000-PROOF-PASS THRU 3000-EXIT
004900     END-IF.
004910     IF NOT RUN-ABORTED
004920      THEN
004930       PERFORM 5000-MUST-MISSING THRU 5000-EXIT
004940       PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
004950     END-IF.
004960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004970     GOBACK.
004980     EJECT
004990*****************************************************************
005000*    READ THE CONTROL CARDS AND THE MUST-PROOF LIST AND OPEN    *
005010*    THE MANIFEST.  AN OPEN FAILING, A BAD CARD, OR TOO MANY    *
005020*    MUST-PROOF ACCOUNTS ABANDONS THE RUN WITH RC 12.           *
005030*****************************************************************
005040 1000-INITIALIZE.
005050     ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD.
005060     MOVE RUN-DATE-TODAY TO HDR-DATE.
005070     INITIALIZE REASON-COUNTS.
005080     MOVE 1 TO RANK-LIMIT (1).
005090     MOVE 1 TO RANK-LIMIT (2).
005100     MOVE 3 TO RANK-LIMIT (3).
005110     MOVE ZERO TO RANK-COUNT (1).
005120     MOVE ZERO TO RANK-COUNT (2).
005130     MOVE ZERO TO RANK-COUNT (3).
005140     OPEN INPUT PARM-FILE.
005150     IF PARM-FILE-OK
005160      THEN
005170       SET PARM-OPEN TO TRUE
005180      ELSE
005190       DISPLAY PGMNAME, ' PROOFPRM OPEN FAILED, STATUS=',
005200               PARM-FILE-STATUS, ' -- RUN ABANDONED.';
005210       SET RUN-ABORTED TO TRUE;
005220       MOVE 12 TO RETURN-CODE;
005230       GO TO 1000-EXIT.
005240     PERFORM 1100-READ-PARM THRU 1100-EXIT
005250         UNTIL PARM-FILE-EOF OR RUN-ABORTED.
005260     IF RUN-ABORTED
005270      THEN
005280       GO TO 1000-EXIT.
005290     PERFORM 1200-LOAD-MUST THRU 1200-EXIT.
005300     IF RUN-ABORTED
005310      THEN
005320       GO TO 1000-EXIT.
005330     OPEN OUTPUT RPT-FILE.
005340     IF RPT-FILE-OK
005350      THEN
005360       SET RPT-OPEN TO TRUE
005370      ELSE
005380       DISPLAY PGMNAME, ' PROOFMAN OPEN FAILED, STATUS=',
005390               RPT-FILE-STATUS, ' -- RUN ABANDONED.';
005400       SET RUN-ABORTED TO TRUE;
005410       MOVE 12 TO RETURN-CODE;
005420       GO TO 1000-EXIT.
005430 1000-EXIT.
005440     EXIT.
005450     EJECT
005460*****************************************************************
005470*    ONE PROOFPRM CARD.  COMMENTS AND BLANK CARDS ARE SKIPPED;  *
005480*    AN UNKNOWN KEYWORD OR A BAD OPERAND REFUSES THE RUN.       *
005490*****************************************************************
005500 1100-READ-PARM.
005510     READ PARM-FILE
005520      AT END
005530       GO TO 1100-EXIT
005540      NOT AT END
005550       ADD 1 TO PARM-READ-COUNT
005560     END-READ.
005570     IF PARM-REC (1:1) = '*' OR PARM-REC = SPACES
005580      THEN
005590       GO TO 1100-EXIT.
005600     IF PARM-KEYWORD = 'EVERY   '
005610      THEN
005620       IF PARM-EVERY NUMERIC
005630        THEN
005640         MOVE PARM-EVERY TO EVERY-N;
005650         GO TO 1100-EXIT
005660        ELSE
005670         GO TO 1100-BAD-CARD
005680       END-IF.
005690     IF PARM-COUNT NOT NUMERIC OR PARM-COUNT > 20
005700      THEN
005710       GO TO 1100-BAD-CARD.
005720     IF PARM-KEYWORD = 'HIGHLOW '
005730      THEN
005740       MOVE PARM-COUNT TO RANK-LIMIT (1);
005750       MOVE PARM-COUNT TO RANK-LIMIT (2);
005760       GO TO 1100-EXIT.
005770     IF PARM-KEYWORD = 'LONGEST '
005780      THEN
005790       MOVE PARM-COUNT TO RANK-LIMIT (3);
005800       GO TO 1100-EXIT.
005810 1100-BAD-CARD.
005820     DISPLAY PGMNAME, ' PROOFPRM CARD IN ERROR -- ',
005830             PARM-REC (1:40).
005840     DISPLAY PGMNAME, ' RUN ABANDONED.'.
005850     SET RUN-ABORTED TO TRUE.
005860     MOVE 12 TO RETURN-CODE.
005870 1100-EXIT.
005880     EXIT.
005890     EJECT
005900*****************************************************************
005910*    LOAD THE MUST-PROOF LIST WHEN ONE IS ALLOCATED, SORTED ON  *
005920*    ACCOUNT WITH REPEATS DROPPED.                              *
005930*****************************************************************
005940 1200-LOAD-MUST.
005950     OPEN INPUT MUST-FILE.
005960     IF NOT MUST-FILE-OK
005970      THEN
005980       DISPLAY PGMNAME, ' MUSTPRF NOT AVAILABLE, STATUS=',
005990               MUST-FILE-STATUS, ' -- NO ACCOUNT MUST BE',
006000               ' PROOFED.';
006010       GO TO 1200-EXIT.
006020 1200-READ.
006030     READ MUST-FILE
006040      AT END
006050       GO TO 1200-CLOSE
006060     END-READ.
006070     IF MUST-REC (1:1) = '*' OR MUST-ACCOUNT = SPACES
006080      THEN
006090       GO TO 1200-READ.
006100     MOVE MUST-ACCOUNT TO MUST-HOLD (1:10).
006110     MOVE 'N' TO MUST-HOLD (11:1).
006120     MOVE MUST-COUNT TO TX.
006130 1200-SHIFT.
006140     IF TX < 1
006150      THEN
006160       GO TO 1200-PLACE.
006170     IF MT-ACCOUNT (TX) = MUST-ACCOUNT
006180      THEN
006190       GO TO 1200-UNDO.
006200     IF MT-ACCOUNT (TX) < MUST-ACCOUNT
006210      THEN
006220       GO TO 1200-PLACE.
006230     IF MUST-COUNT >= MUST-MAX
006240      THEN
006250       GO TO 1200-FULL.
006260     MOVE MUST-ENTRY (TX) TO MUST-ENTRY (TX + 1).
006270     SUBTRACT 1 FROM TX.
006280     GO TO 1200-SHIFT.
006290*    the account is listed already: close the gap opened for it.
006300 1200-UNDO.
006310     ADD 1 TO TX.
006320 1200-UNDO-LOOP.
006330     IF TX > MUST-COUNT
006340      THEN
006350       GO TO 1200-READ.
006360     MOVE MUST-ENTRY (TX + 1) TO MUST-ENTRY (TX).
006370     ADD 1 TO TX.
006380     GO TO 1200-UNDO-LOOP.
006390 1200-PLACE.
006400     IF MUST-COUNT >= MUST-MAX
006410      THEN
006420       GO TO 1200-FULL.
006430     MOVE MUST-HOLD TO MUST-ENTRY (TX + 1).
006440     ADD 1 TO MUST-COUNT.
006450     GO TO 1200-READ.
006460 1200-FULL.
006470     MOVE MUST-MAX TO CNT-DISP.
006480     DISPLAY PGMNAME, ' MUSTPRF HOLDS MORE THAN', CNT-DISP,
006490             ' ACCOUNTS -- RUN ABANDONED.'.
006500     SET TABLE-OVERFLOWED TO TRUE.
006510     SET RUN-ABORTED TO TRUE.
006520     MOVE 12 TO RETURN-CODE.
006530 1200-CLOSE.
006540     CLOSE MUST-FILE.
006550 1200-EXIT.
006560     EXIT.
006570     EJECT
006580*****************************************************************
006590*    OPEN DOCINDEX AND MONEXTR FOR A PASS.  BOTH MUST OPEN WITH *
006600*    THE SAME *RUNHDR IDENTITY (TAG, JOBNAME, RUN DATE, PER-RUN *
006610*    TOKEN); A MISSING OR FOREIGN HEADER IS MIXED-GENERATION    *
006620*    INPUT AND THE RUN IS REFUSED WITH RC 12.  EACH IS LEFT ON  *
006630*    ITS FIRST RECORD PAST THE HEADER.                          *
006640*****************************************************************
006650 1500-OPEN-EXTRACTS.
006660     OPEN INPUT DIX-FILE.
006670     IF NOT DIX-FILE-OK
006680      THEN
006690       DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
006700               DIX-FILE-STATUS, ' -- RUN ABANDONED.';
006710       SET RUN-ABORTED TO TRUE;
006720       MOVE 12 TO RETURN-CODE;
006730       GO TO 1500-EXIT.
006740     OPEN INPUT MONX-FILE.
006750     IF NOT MONX-FILE-OK
006760      THEN
006770       CLOSE DIX-FILE;
006780       DISPLAY PGMNAME, ' MONEXTR OPEN FAILED, STATUS=',
006790               MONX-FILE-STATUS, ' -- RUN ABANDONED.';
006800       SET RUN-ABORTED TO TRUE;
006810       MOVE 12 TO RETURN-CODE;
006820       GO TO 1500-EXIT.
006830     SET EXTR-OPEN TO TRUE.
006840     SET DIX-NOT-EOF TO TRUE.
006850     SET MONX-NOT-EOF TO TRUE.
006860     PERFORM 1510-READ-DIX THRU 1510-EXIT.
006870     PERFORM 1520-READ-MONX THRU 1520-EXIT.
006880     IF DIX-EOF OR DIX-REC (1:8) NOT = '*RUNHDR '
006890      THEN
006900       DISPLAY PGMNAME, ' DOCINDEX HAS NO RUN HEADER --',
006910               ' MIXED-GENERATION INPUT SUSPECTED,',
006920               ' RUN REFUSED.';
006930       SET RUN-ABORTED TO TRUE;
006940       MOVE 12 TO RETURN-CODE;
006950       GO TO 1500-EXIT.
006960     IF MONX-EOF OR MONX-REC (1:8) NOT = '*RUNHDR '
006970      THEN
006980       DISPLAY PGMNAME, ' MONEXTR HAS NO RUN HEADER --',
006990               ' MIXED-GENERATION INPUT SUSPECTED,',
007000               ' RUN REFUSED.';
007010       SET RUN-ABORTED TO TRUE;
007020       MOVE 12 TO RETURN-CODE;
007030       GO TO 1500-EXIT.
007040     MOVE DIX-REC (1:32) TO HDR-DIX.
007050     MOVE MONX-REC (1:32) TO HDR-MONX.
007060     IF HDR-DIX NOT = HDR-MONX
007070      THEN
007080       DISPLAY PGMNAME, ' RUN HEADERS DO NOT MATCH --',
007090               ' DOCINDEX AND MONEXTR ARE FROM DIFFERENT',
007100               ' RUNS, RUN REFUSED.';
007110       SET RUN-ABORTED TO TRUE;
007120       MOVE 12 TO RETURN-CODE;
007130       GO TO 1500-EXIT.
007140     PERFORM 1510-READ-DIX THRU 1510-EXIT.
007150     PERFORM 1520-READ-MONX THRU 1520-EXIT.
007160 1500-EXIT.
007170     EXIT.
007180 1510-READ-DIX.
007190     READ DIX-FILE
007200      AT END
007210       SET DIX-EOF TO TRUE
007220     END-READ.
007230 1510-EXIT.
007240     EXIT.
007250 1520-READ-MONX.
007260     READ MONX-FILE
007270      AT END
007280       SET MONX-EOF TO TRUE
007290     END-READ.
007300 1520-EXIT.
007310     EXIT.
007320 1590-CLOSE-EXTRACTS.
007330     IF EXTR-OPEN
007340      THEN
007350       CLOSE DIX-FILE;
007360       CLOSE MONX-FILE;
007370       SET EXTR-NOTOPEN TO TRUE.
007380 1590-EXIT.
007390     EXIT.
007400     EJECT
007410*****************************************************************
007420*    PASS ONE: RANK EVERY DOCUMENT DOCINDEX LISTS BY ITS TOTAL  *
007430*    AND BY ITS PAGE SPAN.                                      *
007440*****************************************************************
007450 2000-RANK-PASS.
007460     PERFORM 1500-OPEN-EXTRACTS THRU 1500-EXIT.
007470     IF RUN-ABORTED
007480      THEN
007490       GO TO 2000-CLOSE.
007500     MOVE ZERO TO DOC-SEQ.
007510 2000-LOOP.
007520     PERFORM 2100-NEXT-DOC THRU 2100-EXIT.
007530     IF DOC-NOT-FOUND
007540      THEN
007550       GO TO 2000-DONE.
007560     MOVE DOC-SEQ TO CAND-SEQ.
007570     IF DOC-AMT-FLAG = 'Y'
007580      THEN
007590       MOVE DOC-AMOUNT TO CAND-VALUE;
007600       MOVE 1 TO RX;
007610       PERFORM 2300-RANK-INSERT THRU 2300-EXIT;
007620       COMPUTE CAND-VALUE = ZERO - DOC-AMOUNT;
007630       MOVE 2 TO RX;
007640       PERFORM 2300-RANK-INSERT THRU 2300-EXIT.
007650     MOVE DOC-PAGE-COUNT TO CAND-VALUE.
007660     MOVE 3 TO RX.
007670     PERFORM 2300-RANK-INSERT THRU 2300-EXIT.
007680     GO TO 2000-LOOP.
007690 2000-DONE.
007700     MOVE DOC-SEQ TO DIX-DOC-COUNT.
007710 2000-CLOSE.
007720     PERFORM 1590-CLOSE-EXTRACTS THRU 1590-EXIT.
007730 2000-EXIT.
007740     EXIT.
007750     EJECT
007760*****************************************************************
007770*    STEP TO THE NEXT DOCUMENT DOCINDEX LISTS AND FIND ITS      *
007780*    MONEXTR DOCUMENT RECORD.  BOTH EXTRACTS RUN IN FIRST-PAGE  *
007790*    ORDER, SO MONEXTR IS ONLY EVER READ FORWARD.  DOC-FOUND IS *
007800*    OFF WHEN DOCINDEX HAS NO MORE DOCUMENTS.                   *
007810*****************************************************************
007820 2100-NEXT-DOC.
007830     SET DOC-NOT-FOUND TO TRUE.
007840     MOVE SPACES TO DOC-ACCOUNT.
007850     MOVE ZERO TO DOC-FIRST-PAGE.
007860     MOVE ZERO TO DOC-PAGE-COUNT.
007870     MOVE ZERO TO DOC-AMOUNT.
007880     MOVE SPACE TO DOC-AMT-FLAG.
007890 2100-SKIP.
007900     IF DIX-EOF
007910      THEN
007920       GO TO 2100-EXIT.
007930     IF DIX-REC (1:1) = '*' OR DIX-FIRST-PAGE NOT NUMERIC
007940        OR DIX-PAGE-COUNT NOT NUMERIC
007950      THEN
007960       PERFORM 1510-READ-DIX THRU 1510-EXIT;
007970       GO TO 2100-SKIP.
007980     SET DOC-FOUND TO TRUE.
007990     ADD 1 TO DOC-SEQ.
008000     MOVE DIX-ACCOUNT TO DOC-ACCOUNT.
008010     MOVE DIX-FIRST-PAGE TO DOC-FIRST-PAGE.
008020     MOVE DIX-PAGE-COUNT TO DOC-PAGE-COUNT.
008030     PERFORM 1510-READ-DIX THRU 1510-EXIT.
008040 2100-MONX.
008050     IF MONX-EOF
008060      THEN
008070       GO TO 2100-EXIT.
008080     IF MONX-REC (1:1) = '*' OR MONX-TYPE NOT = 'D'
008090        OR MONX-PAGE NOT NUMERIC
008100      THEN
008110       PERFORM 1520-READ-MONX THRU 1520-EXIT;
008120       GO TO 2100-MONX.
008130     IF MONX-PAGE < DOC-FIRST-PAGE
008140      THEN
008150       PERFORM 1520-READ-MONX THRU 1520-EXIT;
008160       GO TO 2100-MONX.
008170     IF MONX-PAGE > DOC-FIRST-PAGE
008180      THEN
008190       GO TO 2100-EXIT.
008200     IF MONX-NOAMT-FLAG = 'N' OR MONX-AMOUNT NOT NUMERIC
008210      THEN
008220       MOVE 'N' TO DOC-AMT-FLAG
008230      ELSE
008240       MOVE MONX-AMOUNT TO DOC-AMOUNT;
008250       MOVE 'Y' TO DOC-AMT-FLAG.
008260     PERFORM 1520-READ-MONX THRU 1520-EXIT.
008270 2100-EXIT.
008280     EXIT.
008290     EJECT
008300*****************************************************************
008310*    OFFER DOCUMENT CAND-SEQ TO RANKING RX WITH CAND-VALUE.  IT *
008320*    GOES IN WHILE THE RANKING HAS ROOM OR WHEN IT BEATS THE    *
008330*    LAST ENTRY, WHICH THEN DROPS OFF THE END.                  *
008340*****************************************************************
008350 2300-RANK-INSERT.
008360     IF RANK-LIMIT (RX) = ZERO
008370      THEN
008380       GO TO 2300-EXIT.
008390     IF RANK-COUNT (RX) < RANK-LIMIT (RX)
008400      THEN
008410       ADD 1 TO RANK-COUNT (RX);
008420       MOVE RANK-COUNT (RX) TO KX
008430      ELSE
008440       IF CAND-VALUE > RK-VALUE (RX, RANK-COUNT (RX))
008450        THEN
008460         MOVE RANK-COUNT (RX) TO KX
008470        ELSE
008480         GO TO 2300-EXIT
008490       END-IF
008500     END-IF.
008510 2300-SHIFT.
008520     IF KX <= 1
008530      THEN
008540       GO TO 2300-PLACE.
008550     IF CAND-VALUE <= RK-VALUE (RX, KX - 1)
008560      THEN
008570       GO TO 2300-PLACE.
008580     MOVE RANK-ENTRY (RX, KX - 1) TO RANK-ENTRY (RX, KX).
008590     SUBTRACT 1 FROM KX.
008600     GO TO 2300-SHIFT.
008610 2300-PLACE.
008620     MOVE CAND-SEQ TO RK-SEQ (RX, KX).
008630     MOVE CAND-VALUE TO RK-VALUE (RX, KX).
008640 2300-EXIT.
008650     EXIT.
008660     EJECT
008670*****************************************************************
008680*    PASS TWO: READ THE STREAM WITH DOCINDEX AND MONEXTR IN     *
008690*    STEP.  THE SETUP AHEAD OF PAGE ONE GOES TO THE FRONT OF    *
008700*    THE PROOF DATASET; EACH CHOSEN DOCUMENT FOLLOWS WHOLE, AND *
008710*    ONE MANIFEST LINE IS PRINTED FOR IT.                       *
008720*****************************************************************
008730 3000-PROOF-PASS.
008740     PERFORM 1500-OPEN-EXTRACTS THRU 1500-EXIT.
008750     IF RUN-ABORTED
008760      THEN
008770       GO TO 3000-EXIT.
008780     OPEN INPUT IN-FILE.
008790     IF IN-FILE-OK
008800      THEN
008810       SET IN-OPEN TO TRUE
008820      ELSE
008830       DISPLAY PGMNAME, ' INAFP OPEN FAILED, STATUS=',
008840               IN-FILE-STATUS, ' -- RUN ABANDONED.';
008850       SET RUN-ABORTED TO TRUE;
008860       MOVE 12 TO RETURN-CODE;
008870       GO TO 3000-EXIT.
008880     OPEN OUTPUT PROOF-FILE.
008890     IF PROOF-FILE-OK
008900      THEN
008910       SET PROOF-OPEN TO TRUE
008920      ELSE
008930       DISPLAY PGMNAME, ' PROOFAFP OPEN FAILED, STATUS=',
008940               PROOF-FILE-STATUS, ' -- RUN ABANDONED.';
008950       SET RUN-ABORTED TO TRUE;
008960       MOVE 12 TO RETURN-CODE;
008970       GO TO 3000-EXIT.
008980     WRITE RPT-REC FROM PAGE-HDR AFTER ADVANCING PAGE.
008990     MOVE HDR-DIX (9:8) TO RNL-JOBNAME.
009000     MOVE HDR-DIX (17:8) TO RNL-DATE.
009010     MOVE HDR-DIX (25:8) TO RNL-TOKEN.
009020     WRITE RPT-REC FROM RUN-LINE AFTER ADVANCING 2 LINES.
009030     MOVE EVERY-N TO PL-EVERY.
009040     MOVE RANK-LIMIT (1) TO PL-HIGHLOW.
009050     MOVE RANK-LIMIT (3) TO PL-LONGEST.
009060     MOVE MUST-COUNT TO PL-MUST.
009070     WRITE RPT-REC FROM PARM-LINE AFTER ADVANCING 1 LINE.
009080     MOVE 'DOCUMENTS PROOFED' TO SL-TITLE.
009090     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
009100     WRITE RPT-REC FROM MAN-HDR-LINE AFTER ADVANCING 1 LINE.
009110     MOVE ZERO TO DOC-SEQ.
009120     SET IN-SETUP TO TRUE.
009130     SET OFFSET-MODE TO TRUE.
009140     SET DOC-CLOSED TO TRUE.
009150     MOVE ZERO TO HOLD-COUNT.
009160     PERFORM 3050-READ-IN THRU 3050-EXIT.
009170     PERFORM 3100-ONE-RECORD THRU 3100-EXIT
009180         UNTIL IN-EOF OR RUN-ABORTED.
009190     PERFORM 3250-CLOSE-DOC THRU 3250-EXIT.
009192     IF NOT RUN-ABORTED
009194      THEN
009196       PERFORM 3490-WRITE-TRAIL THRU 3490-EXIT.
009200     IF PROOF-DOCS = ZERO
009210      THEN
009220       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE.
009230 3000-EXIT.
009240     EXIT.
009250 3050-READ-IN.
009260     READ IN-FILE
009270      AT END
009280       SET IN-EOF TO TRUE
009290      NOT AT END
009300       ADD 1 TO IN-READ-COUNT
009310     END-READ.
009320 3050-EXIT.
009330     EXIT.
009340     EJECT
009350*****************************************************************
009360*    ONE STREAM RECORD.  A BNG -- OR AN SF-MMC WHILE THE STREAM *
009370*    CARRIES NO INDEX TAGS -- CLOSES THE DOCUMENT IN HAND AND   *
009380*    OPENS THE NEXT; AN ENG CLOSES IT.  A DOCUMENT'S RECORDS    *
009390*    ARE WRITTEN WHEN IT IS COPIED, EXCEPT THAT ITS LEAD-IN AND *
009400*    WHATEVER FOLLOWS AN END PAGE WAIT IN THE HOLD TABLE FOR    *
009410*    THE NEXT PAGE: THE LEAD-IN UNTIL THE FIRST PAGE DECIDES    *
009420*    WHETHER THE DOCUMENT IS COPIED, THE REST BECAUSE NOTHING   *
009425*    PAST THE LAST END PAGE IS.  WHAT FOLLOWS THE LAST END PAGE *
009430*    OR END NAMED GROUP ALSO GOES TO THE TRAILER TABLE, WHICH   *
009435*    IS WRITTEN ONLY IF NO PAGE FOLLOWS.                        *
009440*****************************************************************
009450 3100-ONE-RECORD.
009460     IF IN-SFID = SF-BNG
009470      THEN
009480       SET TAG-MODE TO TRUE.
009490     IF IN-SETUP
009500      THEN
009510       IF IN-SFID NOT = SF-BPG AND IN-SFID NOT = SF-BNG
009520        THEN
009530         ADD 1 TO SETUP-COUNT;
009540         PERFORM 3400-WRITE-CURRENT THRU 3400-EXIT;
009550         GO TO 3100-READ
009560        ELSE
009570         SET SETUP-DONE TO TRUE;
009580         IF IN-SFID = SF-BPG
009590          THEN
009600           PERFORM 3200-OPEN-DOC THRU 3200-EXIT
009610         END-IF
009611       END-IF
009612     END-IF.
009613     IF IN-SFID = SF-BPG
009614      THEN
009615       SET TRAIL-SHUT TO TRUE
009616      ELSE
009617       IF TRAIL-OPEN
009618        THEN
009619         PERFORM 3480-TRAIL-CURRENT THRU 3480-EXIT
009620       END-IF
009621     END-IF.
009622     IF IN-SFID = SF-EPG OR IN-SFID = SF-ENG
009623      THEN
009624       SET TRAIL-OPEN TO TRUE;
009625       MOVE ZERO TO TRAIL-COUNT;
009626       MOVE ZERO TO TRAIL-LOST
009630     END-IF.
009640     IF IN-SFID = SF-BNG
009650        OR (OFFSET-MODE AND IN-SFID = SF-MMC)
009660      THEN
009670       PERFORM 3250-CLOSE-DOC THRU 3250-EXIT;
009680       PERFORM 3200-OPEN-DOC THRU 3200-EXIT;
009690       PERFORM 3450-HOLD-CURRENT THRU 3450-EXIT;
009700       GO TO 3100-READ.
009710     IF IN-SFID = SF-BPG
009720      THEN
009730       ADD 1 TO PROD-PAGE.
009740     IF DOC-CLOSED
009750      THEN
009760       GO TO 3100-READ.
009770     IF TAG-MODE AND IN-SFID = SF-ENG
009780      THEN
009790       IF DOC-COPIED
009800        THEN
009810         MOVE ZERO TO HOLD-COUNT;
009820         PERFORM 3400-WRITE-CURRENT THRU 3400-EXIT
009830       END-IF;
009840       PERFORM 3250-CLOSE-DOC THRU 3250-EXIT;
009850       GO TO 3100-READ.
009860     IF IN-SFID = SF-BPG
009870      THEN
009880       IF DOC-PAGES = ZERO
009890        THEN
009900         PERFORM 3300-FIRST-PAGE THRU 3300-EXIT
009910       END-IF;
009920       ADD 1 TO DOC-PAGES;
009930       SET IN-PAGE TO TRUE;
009940       IF DOC-COPIED
009950        THEN
009960         PERFORM 3460-FLUSH-HOLD THRU 3460-EXIT;
009970         ADD 1 TO PROOF-PAGE;
009980         PERFORM 3400-WRITE-CURRENT THRU 3400-EXIT
009990        ELSE
010000         MOVE ZERO TO HOLD-COUNT
010010       END-IF;
010020       GO TO 3100-READ.
010030     IF DOC-PAGES = ZERO
010040      THEN
010050       PERFORM 3450-HOLD-CURRENT THRU 3450-EXIT;
010060       GO TO 3100-READ.
010070     IF DOC-SKIPPED
010080      THEN
010090       GO TO 3100-READ.
010100     IF PAST-EPG
010110      THEN
010120       IF HOLD-COUNT < HOLD-MAX
010130        THEN
010140         PERFORM 3450-HOLD-CURRENT THRU 3450-EXIT
010150        ELSE
010160         PERFORM 3460-FLUSH-HOLD THRU 3460-EXIT;
010170         PERFORM 3400-WRITE-CURRENT THRU 3400-EXIT
010180       END-IF
010190      ELSE
010200       PERFORM 3400-WRITE-CURRENT THRU 3400-EXIT
010210     END-IF.
010220     IF IN-SFID = SF-EPG
010230      THEN
010240       SET PAST-EPG TO TRUE.
010250 3100-READ.
010260     PERFORM 3050-READ-IN THRU 3050-EXIT.
010270 3100-EXIT.
010280     EXIT.
010290     EJECT
010300*****************************************************************
010310*    OPEN AND CLOSE A DOCUMENT.  A DOCUMENT CLOSED BEFORE ANY   *
010320*    PAGE WAS NEVER PRINTED AND IS NOT COUNTED; WHAT IT HELD IS *
010330*    DROPPED, AS IS ANYTHING A COPIED DOCUMENT HELD PAST ITS    *
010335*    LAST END PAGE.  AT END OF FILE THOSE RECORDS ARE THE       *
010340*    STREAM'S TRAILER, WHICH THE TRAILER TABLE STILL HOLDS AND  *
010345*    3490 WRITES AFTER THE LAST DOCUMENT.                       *
010350*****************************************************************
010360 3200-OPEN-DOC.
010370     SET DOC-OPEN TO TRUE.
010380     SET DOC-SKIPPED TO TRUE.
010390     SET IN-PAGE TO TRUE.
010400     MOVE ZERO TO DOC-PAGES.
010410     MOVE ZERO TO HOLD-COUNT.
010420 3200-EXIT.
010430     EXIT.
010440 3250-CLOSE-DOC.
010450     SET DOC-CLOSED TO TRUE.
010460     SET DOC-SKIPPED TO TRUE.
010470     MOVE ZERO TO DOC-PAGES.
010480     MOVE ZERO TO HOLD-COUNT.
010490 3250-EXIT.
010500     EXIT.
010510     EJECT
010520*****************************************************************
010530*    THE FIRST PAGE OF A DOCUMENT: PAIR IT WITH THE NEXT        *
010540*    DOCINDEX DOCUMENT, WORK OUT WHY (IF AT ALL) IT IS COPIED,  *
010550*    AND PRINT ITS MANIFEST LINE.                               *
010560*****************************************************************
010570 3300-FIRST-PAGE.
010580     ADD 1 TO STREAM-DOC-COUNT.
010590     PERFORM 2100-NEXT-DOC THRU 2100-EXIT.
010600     IF DOC-NOT-FOUND
010610      THEN
010620       ADD 1 TO NOT-IN-DIX-COUNT.
010630     MOVE SPACES TO DOC-REASONS.
010640     IF EVERY-N > ZERO
010650      THEN
010660       DIVIDE STREAM-DOC-COUNT BY EVERY-N GIVING EVERY-QUOT
010670           REMAINDER EVERY-REM;
010680       IF EVERY-REM = ZERO
010690        THEN
010700         MOVE 'Y' TO DOC-REASON (1)
010710       END-IF
010720     END-IF.
010730     IF DOC-AMT-FLAG = 'N'
010740      THEN
010750       MOVE 'Y' TO DOC-REASON (2).
010760     IF DOC-FOUND
010770      THEN
010780       PERFORM 3350-CHECK-RANK THRU 3350-EXIT
010790           VARYING RX FROM 1 BY 1 UNTIL RX > 3
010800       PERFORM 3370-FIND-MUST THRU 3370-EXIT
010810     END-IF.
010820     IF DOC-REASONS = SPACES
010830      THEN
010840       GO TO 3300-EXIT.
010850     SET DOC-COPIED TO TRUE.
010860     ADD 1 TO PROOF-DOCS.
010870     PERFORM 3500-PRINT-MANIFEST THRU 3500-EXIT.
010880 3300-EXIT.
010890     EXIT.
010900*    ranking RX names reason RX + 2 when it holds this document.
010910 3350-CHECK-RANK.
010920     MOVE 1 TO KX.
010930 3350-LOOP.
010940     IF KX > RANK-COUNT (RX)
010950      THEN
010960       GO TO 3350-EXIT.
010970     IF RK-SEQ (RX, KX) = DOC-SEQ
010980      THEN
010990       MOVE 'Y' TO DOC-REASON (RX + 2);
011000       GO TO 3350-EXIT.
011010     ADD 1 TO KX.
011020     GO TO 3350-LOOP.
011030 3350-EXIT.
011040     EXIT.
011050 3370-FIND-MUST.
011060     MOVE 1 TO LO-X.
011070     MOVE MUST-COUNT TO HI-X.
011080 3370-LOOP.
011090     IF LO-X > HI-X
011100      THEN
011110       GO TO 3370-EXIT.
011120     COMPUTE MID-X = (LO-X + HI-X) / 2.
011130     IF MT-ACCOUNT (MID-X) = DOC-ACCOUNT
011140      THEN
011150       MOVE 'Y' TO DOC-REASON (6);
011160       MOVE 'Y' TO MT-FOUND (MID-X);
011170       GO TO 3370-EXIT.
011180     IF MT-ACCOUNT (MID-X) < DOC-ACCOUNT
011190      THEN
011200       COMPUTE LO-X = MID-X + 1
011210      ELSE
011220       COMPUTE HI-X = MID-X - 1.
011230     GO TO 3370-LOOP.
011240 3370-EXIT.
011250     EXIT.
011260     EJECT
011270*****************************************************************
011280*    WRITE THE STREAM RECORD IN HAND TO THE PROOF DATASET, OR   *
011290*    HOLD IT; FLUSH THE HOLD TABLE AHEAD OF A PAGE.             *
011300*****************************************************************
011310 3400-WRITE-CURRENT.
011320     MOVE IN-RECLEN TO OUT-RECLEN.
011330     MOVE IN-REC (1:OUT-RECLEN) TO OUT-AREA (1:OUT-RECLEN).
011340     PERFORM 3420-WRITE-PROOF THRU 3420-EXIT.
011350 3400-EXIT.
011360     EXIT.
011370 3420-WRITE-PROOF.
011380     WRITE PROOF-REC FROM OUT-AREA (1:OUT-RECLEN).
011390     ADD 1 TO OUT-WRITE-COUNT.
011400 3420-EXIT.
011410     EXIT.
011420 3450-HOLD-CURRENT.
011430     IF HOLD-COUNT >= HOLD-MAX
011440      THEN
011450       SET TABLE-OVERFLOWED TO TRUE;
011460       DISPLAY PGMNAME, ' DOCUMENT LEAD-IN OVERFLOWED THE HOLD',
011470               ' TABLE -- RUN ABANDONED.';
011480       SET RUN-ABORTED TO TRUE;
011490       MOVE 12 TO RETURN-CODE;
011500       GO TO 3450-EXIT.
011510     ADD 1 TO HOLD-COUNT.
011520     MOVE IN-RECLEN TO HOLD-LEN (HOLD-COUNT).
011530     MOVE IN-REC (1:IN-RECLEN)
011540       TO HOLD-IMAGE (HOLD-COUNT) (1:IN-RECLEN).
011550 3450-EXIT.
011560     EXIT.
011570 3460-FLUSH-HOLD.
011580     PERFORM 3470-FLUSH-ONE THRU 3470-EXIT
011590         VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT.
011600     MOVE ZERO TO HOLD-COUNT.
011610 3460-EXIT.
011620     EXIT.
011630 3470-FLUSH-ONE.
011640     MOVE HOLD-LEN (HX) TO OUT-RECLEN.
011650     MOVE HOLD-IMAGE (HX) (1:OUT-RECLEN)
011651       TO OUT-AREA (1:OUT-RECLEN).
011652     PERFORM 3420-WRITE-PROOF THRU 3420-EXIT.
011653 3470-EXIT.
011654     EXIT.
011655*    keep a record read past the last End Page or End Named
011656*    Group in the trailer table.
011657 3480-TRAIL-CURRENT.
011658     IF TRAIL-COUNT >= TRAIL-MAX
011659      THEN
011660       ADD 1 TO TRAIL-LOST;
011661       GO TO 3480-EXIT.
011662     ADD 1 TO TRAIL-COUNT.
011663     MOVE IN-RECLEN TO TRAIL-LEN (TRAIL-COUNT).
011664     MOVE IN-REC (1:IN-RECLEN)
011665       TO TRAIL-IMAGE (TRAIL-COUNT) (1:IN-RECLEN).
011666 3480-EXIT.
011667     EXIT.
011668*    end of file: the trailer follows the last document.
011669 3490-WRITE-TRAIL.
011670     PERFORM 3495-TRAIL-ONE THRU 3495-EXIT
011671         VARYING HX FROM 1 BY 1 UNTIL HX > TRAIL-COUNT.
011672     MOVE TRAIL-COUNT TO TRAIL-WRITTEN.
011673     IF TRAIL-LOST > ZERO
011674      THEN
011675       MOVE TRAIL-LOST TO CNT-DISP;
011676       DISPLAY PGMNAME, CNT-DISP, ' RECORDS PAST THE LAST PAGE',
011677               ' OVERFLOWED THE TRAILER TABLE -- NOT COPIED.';
011678       IF RETURN-CODE < 4
011679        THEN
011680         MOVE 4 TO RETURN-CODE
011681       END-IF
011682     END-IF.
011683 3490-EXIT.
011684     EXIT.
011685 3495-TRAIL-ONE.
011686     MOVE TRAIL-LEN (HX) TO OUT-RECLEN.
011687     MOVE TRAIL-IMAGE (HX) (1:OUT-RECLEN)
011688       TO OUT-AREA (1:OUT-RECLEN).
011689     PERFORM 3420-WRITE-PROOF THRU 3420-EXIT.
011690 3495-EXIT.
011691     EXIT.
011700     EJECT
011710*****************************************************************
011720*    ONE MANIFEST LINE FOR THE DOCUMENT BEING COPIED.           *
011730*****************************************************************
011740 3500-PRINT-MANIFEST.
011750     MOVE PROOF-DOCS TO ML-SEQ.
011760     MOVE DOC-ACCOUNT TO ML-ACCOUNT.
011770     MOVE DOC-FIRST-PAGE TO ML-FIRST-PAGE.
011780     MOVE PROD-PAGE TO ML-PROD-PAGE.
011790     COMPUTE ML-PROOF-PAGE = PROOF-PAGE + 1.
011800     MOVE DOC-PAGE-COUNT TO ML-PAGES.
011810     IF DOC-AMT-FLAG = 'Y'
011820      THEN
011830       MOVE DOC-AMOUNT TO ML-AMOUNT
011840      ELSE
011850       IF DOC-AMT-FLAG = 'N'
011860        THEN
011870         MOVE '        NO AMOUNT' TO ML-AMOUNT-X
011880        ELSE
011890         MOVE '       NOT FOUND' TO ML-AMOUNT-X
011900       END-IF
011910     END-IF.
011920     IF DOC-NOT-FOUND
011930      THEN
011940       MOVE 'NOT LISTED' TO ML-ACCOUNT;
011950       MOVE SPACES TO ML-AMOUNT-X.
011960     MOVE ZERO TO KX.
011970     MOVE SPACES TO ML-REASON (1) ML-REASON (2) ML-REASON (3)
011980                    ML-REASON (4) ML-REASON (5) ML-REASON (6).
011990     PERFORM 3510-ADD-REASON THRU 3510-EXIT
012000         VARYING RX FROM 1 BY 1 UNTIL RX > 6.
012010     WRITE RPT-REC FROM MAN-LINE AFTER ADVANCING 1 LINE.
012020 3500-EXIT.
012030     EXIT.
012040*    reasons are listed left to right, with no gaps between.
012050 3510-ADD-REASON.
012060     IF DOC-REASON (RX) = 'Y'
012070      THEN
012080       ADD 1 TO KX;
012090       MOVE REASON-NAME (RX) TO ML-REASON (KX);
012100       ADD 1 TO REASON-COUNT (RX).
012110 3510-EXIT.
012120     EXIT.
012130     EJECT
012140*****************************************************************
012150*    MUST-PROOF ACCOUNTS THE RUN DID NOT PRINT.  ANY SETS RC 4. *
012160*****************************************************************
012170 5000-MUST-MISSING.
012180     IF MUST-COUNT = ZERO
012190      THEN
012200       GO TO 5000-EXIT.
012210     MOVE 'MUST-PROOF ACCOUNTS NOT IN THIS RUN' TO SL-TITLE.
012220     WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.
012230     PERFORM 5100-MUST-ONE THRU 5100-EXIT
012240         VARYING MX FROM 1 BY 1 UNTIL MX > MUST-COUNT.
012250     IF MUST-MISSING = ZERO
012260      THEN
012270       WRITE RPT-REC FROM NONE-LINE AFTER ADVANCING 1 LINE
012280      ELSE
012290       IF RETURN-CODE < 4
012300        THEN
012310         MOVE 4 TO RETURN-CODE
012320       END-IF
012330     END-IF.
012340 5000-EXIT.
012350     EXIT.
012360 5100-MUST-ONE.
012370     IF MT-FOUND (MX) = 'N'
012380      THEN
012390       ADD 1 TO MUST-MISSING;
012400       MOVE MT-ACCOUNT (MX) TO MSL-ACCOUNT;
012410       WRITE RPT-REC FROM MUST-LINE AFTER ADVANCING 1 LINE.
012420 5100-EXIT.
012430     EXIT.
012440     EJECT
012450*****************************************************************
012460*    THE RUN'S COUNTS AT THE FOOT OF THE MANIFEST.  A STREAM    *
012470*    AND DOCINDEX THAT DISAGREE ON THE DOCUMENT COUNT SET RC 8. *
012480*****************************************************************
012490 6000-PRINT-TOTALS.
012500     MOVE 'DOCUMENTS IN THE STREAM' TO TL-LABEL.
012510     MOVE STREAM-DOC-COUNT TO TL-VALUE.
012520     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
012530     MOVE 'DOCUMENTS IN DOCINDEX' TO TL-LABEL.
012540     MOVE DIX-DOC-COUNT TO TL-VALUE.
012550     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
012560     MOVE 'PAGES IN THE STREAM' TO TL-LABEL.
012570     MOVE PROD-PAGE TO TL-VALUE.
012580     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
012590     MOVE 'DOCUMENTS PROOFED' TO TL-LABEL.
012600     MOVE PROOF-DOCS TO TL-VALUE.
012610     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
012620     MOVE 'PAGES IN THE PROOF DATASET' TO TL-LABEL.
012630     MOVE PROOF-PAGE TO TL-VALUE.
012640     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
012650     MOVE 'SETUP RECORDS AHEAD OF PAGE ONE' TO TL-LABEL.
012660     MOVE SETUP-COUNT TO TL-VALUE.
012670     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
012672     MOVE 'TRAILER RECORDS AFTER LAST PAGE' TO TL-LABEL.
012674     MOVE TRAIL-WRITTEN TO TL-VALUE.
012676     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
012680     PERFORM 6100-REASON-TOTAL THRU 6100-EXIT
012690         VARYING RX FROM 1 BY 1 UNTIL RX > 6.
012700     IF STREAM-DOC-COUNT NOT = DIX-DOC-COUNT
012710      THEN
012720       MOVE 'STREAM AND DOCINDEX DISAGREE ON DOCUMENTS'
012730           TO SL-TITLE;
012740       WRITE RPT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES;
012750       DISPLAY PGMNAME, ' STREAM AND DOCINDEX DISAGREE ON THE',
012760               ' DOCUMENT COUNT -- CHECK THE MANIFEST.';
012770       MOVE 8 TO RETURN-CODE
012780     END-IF.
012790 6000-EXIT.
012800     EXIT.
012810 6100-REASON-TOTAL.
012820     MOVE SPACES TO TL-LABEL.
012830     MOVE '  CHOSEN AS ' TO TL-LABEL (1:12).
012840     MOVE REASON-NAME (RX) TO TL-LABEL (13:8).
012850     MOVE REASON-COUNT (RX) TO TL-VALUE.
012860     IF RX = 1
012870      THEN
012880       WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES
012890      ELSE
012900       WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.
012910 6100-EXIT.
012920     EXIT.
012930     EJECT
012940*****************************************************************
012950*    CLOSE WHAT WAS OPENED AND LEAVE A RUN SUMMARY ON SYSOUT.   *
012960*****************************************************************
012970 9000-TERMINATE.
012980     PERFORM 1590-CLOSE-EXTRACTS THRU 1590-EXIT.
012990     IF IN-OPEN
013000      THEN
013010       CLOSE IN-FILE.
013020     IF PROOF-OPEN
013030      THEN
013040       CLOSE PROOF-FILE.
013050     IF PARM-OPEN
013060      THEN
013070       CLOSE PARM-FILE.
013080     IF RPT-OPEN
013090      THEN
013100       CLOSE RPT-FILE.
013110     MOVE IN-READ-COUNT TO CNT-DISP.
013120     DISPLAY PGMNAME, CNT-DISP, ' stream records read.'.
013130     MOVE STREAM-DOC-COUNT TO CNT-DISP.
013140     DISPLAY PGMNAME, CNT-DISP, ' documents in the stream.'.
013150     MOVE PROOF-DOCS TO CNT-DISP.
013160     DISPLAY PGMNAME, CNT-DISP, ' documents proofed.'.
013170     MOVE OUT-WRITE-COUNT TO CNT-DISP.
013180     DISPLAY PGMNAME, CNT-DISP, ' proof records written.'.
013190     IF NOT-IN-DIX-COUNT > ZERO
013200      THEN
013210       MOVE NOT-IN-DIX-COUNT TO CNT-DISP;
013220       DISPLAY PGMNAME, CNT-DISP, ' stream documents past the',
013230               ' end of DOCINDEX.'
013240     END-IF.
013250     IF MUST-MISSING > ZERO
013260      THEN
013270       MOVE MUST-MISSING TO CNT-DISP;
013280       DISPLAY PGMNAME, CNT-DISP, ' must-proof accounts not in',
013290               ' this run.'
013300     END-IF.
013310 9000-EXIT.
013320     EXIT.
013330 END PROGRAM APKPROOF.
