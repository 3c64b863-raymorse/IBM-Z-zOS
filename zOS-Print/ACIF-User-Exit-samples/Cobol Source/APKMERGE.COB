000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 20:15:00 BY DELGADO  VERSION 02   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKMERGE.
000140 AUTHOR. DELGADO.
000150 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.
000160               Stitch-back step for a run split by APKSPLIT.
000170               Each split is printed by its own ACIF job, and
000180               each of those jobs' input exit APKINLLE writes its
000190               own STATSOUT, DOCINDEX, MONEXTR, and INSCTL with
000200               page ordinals counted from the start of its split.
000210               This program puts the pieces back together as the
000220               one run the archive load, the treasury match, and
000230               the inserter expect.
000240
000250               The split outputs are read concatenated, in split
000260               order, one DD per kind of output: STATSIN holds
000270               the splits' STATSOUT datasets, DIXIN their
000280               DOCINDEX, MONXIN their MONEXTR, and INSIN their
000290               INSCTL.  The *RUNHDR record opening each split's
000300               dataset marks where one split ends and the next
000310               begins, the way the STATSHIST generations are
000320               read.  SPLITCTL, written by APKSPLIT, drives the
000330               merge: one record per split, in split order.
000340
000350               Before anything is written the inputs are proved
000360               to be the complete set: STATSIN must hold one run
000370               per SPLITCTL record, each run's page count (less
000380               its duplex filler pages) must equal the pages
000390               APKSPLIT gave that split, no run may appear twice,
000400               and every *RUNHDR on DIXIN, MONXIN, and INSIN must
000410               be the header of one of those runs, in split
000420               order.  A split that printed documents must be
000430               present on all three.  A missing split, a header
000440               that belongs to no split, or a split out of order
000450               refuses the merge and nothing is written.
000460
000470               Page ordinals are renumbered from split-relative
000480               to whole-job: each split's pages are moved up by
000490               its first page on SPLITCTL, less one, plus the
000500               duplex filler pages the earlier splits added --
000510               filler pages are output pages that APKSPLIT never
000520               saw.  The setup records APKSPLIT copied ahead of
000530               page one of every split after the first hold no
000540               pages, so they never reach the document extracts,
000550               but their records are taken back out of the
000560               merged statistics using the setup make-up carried
000570               on SPLITCTL.  The LLE conversion count is summed
000580               as the splits reported it.
000590
000600               The merged outputs open with one new *RUNHDR for
000610               this step and drop the splits' headers; MONEXTR
000620               drops the splits' trailers and closes with one
000630               grand-total trailer over every document.  The
000631               merged INSCTL carries, behind its header, one
000632               *SPLITRN record per split: the split's run identity
000633               (jobname, date, and token from its *RUNHDR), its
000634               split number, and the first and last page the split
000635               occupies in the merged output.  Each split's own
000636               APKINLLE wrote that run to STATSHIST, so a reader
000637               that prices or matches pieces by run (APKCHGBK) can
000638               find the split runs behind the merged pieces;
000639               readers that pass '*' records by are unaffected.
000640
000650               Return codes: 0 the splits were merged, 4 merged
000660               but malformed split records were dropped (see
000670               SYSOUT), 12 a dataset could not be opened, or the
000680               merge was refused because a split was missing,
000690               out of order, or from another run.
000700
000710               Datasets allocated in the job step: SPLITCTL,
000720               STATSIN, DIXIN, MONXIN, and INSIN (input) and
000730               STATSOUT, DOCINDEX, MONEXTR, and INSCTL (output).
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
001130 TITLE 'MERGE OF PARALLEL ACIF SPLIT OUTPUTS'.
001140 ENVIRONMENT DIVISION.
001150 CONFIGURATION SECTION.
001160 SOURCE-COMPUTER. IBM-370.
001170 OBJECT-COMPUTER. IBM-370.
001180     EJECT
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT CTL-FILE ASSIGN TO SPLITCTL
001220         FILE STATUS IS CTL-FILE-STATUS.
001230     SELECT STIN-FILE ASSIGN TO STATSIN
001240         FILE STATUS IS STIN-FILE-STATUS.
001250     SELECT DXIN-FILE ASSIGN TO DIXIN
001260         FILE STATUS IS DXIN-FILE-STATUS.
001270     SELECT MXIN-FILE ASSIGN TO MONXIN
001280         FILE STATUS IS MXIN-FILE-STATUS.
001290     SELECT ISIN-FILE ASSIGN TO INSIN
001300         FILE STATUS IS ISIN-FILE-STATUS.
001310     SELECT STATS-FILE ASSIGN TO STATSOUT
001320         FILE STATUS IS STATS-FILE-STATUS.
001330     SELECT DOCIDX-FILE ASSIGN TO DOCINDEX
001340         FILE STATUS IS DOCIDX-FILE-STATUS.
001350     SELECT MONX-FILE ASSIGN TO MONEXTR
001360         FILE STATUS IS MONX-FILE-STATUS.
001370     SELECT INS-FILE ASSIGN TO INSCTL
001380         FILE STATUS IS INS-FILE-STATUS.
001390     EJECT
001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  CTL-FILE
001430     RECORDING MODE F
001440     LABEL RECORDS STANDARD
001450     BLOCK CONTAINS 0 RECORDS
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  CTL-REC.
001480*    one record per split, written by APKSPLIT.
001490     05  CTL-SPLIT-NO        PIC 9(2).
001500     05  CTL-FIRST-PAGE      PIC 9(8).
001510     05  CTL-LAST-PAGE       PIC 9(8).
001520     05  CTL-PAGE-COUNT      PIC 9(8).
001530     05  CTL-FIRST-DOC       PIC 9(8).
001540     05  CTL-LAST-DOC        PIC 9(8).
001550     05  CTL-DOC-COUNT       PIC 9(8).
001560     05  CTL-REC-COUNT       PIC 9(8).
001570     05  CTL-SETUP-RECS      PIC 9(4).
001580     05  CTL-SETUP-LLES      PIC 9(4).
001590     05  CTL-SETUP-OVLYS     PIC 9(4).
001600     05  FILLER              PIC X(10).
001610     EJECT
001620 FD  STIN-FILE
001630     RECORDING MODE F
001640     LABEL RECORDS STANDARD
001650     BLOCK CONTAINS 0 RECORDS
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  STIN-REC.
001680*    the *STATEXT extension behind each split's run record.
001690     05  SIN-TAG             PIC X(8).
001700     05  SIN-METHOD          PIC X(1).
001710     05  SIN-SUP-DOCS        PIC 9(8).
001720     05  SIN-SUP-PAGES       PIC 9(8).
001730     05  SIN-FILLER-PAGES    PIC 9(8).
001740     05  SIN-SKIP-PAGES      PIC 9(8).
001750     05  FILLER              PIC X(39).
001760 01  STIN-RUN-REC.
001770*    each split's STATS-REC run image.
001780     05  SRUN-PGM            PIC X(8).
001790     05  SRUN-JOBNAME        PIC X(8).
001800     05  SRUN-STEPNAME       PIC X(8).
001810     05  SRUN-PAGE-COUNT     PIC 9(8).
001820     05  SRUN-LINE-COUNT     PIC 9(8).
001830     05  SRUN-LLE-SEEN       PIC 9(8).
001840     05  SRUN-OTHER-COUNT    PIC 9(8).
001850     05  SRUN-LLE-COUNT      PIC 9(8).
001860     05  SRUN-OVERLAY-COUNT  PIC 9(8).
001870     05  SRUN-RUN-DATE       PIC 9(8).
001880     EJECT
001890 FD  DXIN-FILE
001900     RECORDING MODE F
001910     LABEL RECORDS STANDARD
001920     BLOCK CONTAINS 0 RECORDS
001930     RECORD CONTAINS 80 CHARACTERS.
001940 01  DXIN-REC.
001950     05  DXIN-ACCOUNT        PIC X(10).
001960     05  DXIN-FIRST-PAGE     PIC 9(8).
001970     05  DXIN-PAGE-COUNT     PIC 9(8).
001980     05  FILLER              PIC X(54).
001990     EJECT
002000 FD  MXIN-FILE
002010     RECORDING MODE F
002020     LABEL RECORDS STANDARD
002030     BLOCK CONTAINS 0 RECORDS
002040     RECORD CONTAINS 80 CHARACTERS.
002050 01  MXIN-REC.
002060     05  MXIN-TYPE           PIC X(1).
002070     05  MXIN-ACCOUNT        PIC X(10).
002080     05  MXIN-PAGE           PIC 9(8).
002090     05  MXIN-AMOUNT         PIC 9(11)V99.
002100     05  MXIN-NOAMT-FLAG     PIC X(1).
002110     05  FILLER              PIC X(47).
002120     EJECT
002130 FD  ISIN-FILE
002140     RECORDING MODE F
002150     LABEL RECORDS STANDARD
002160     BLOCK CONTAINS 0 RECORDS
002170     RECORD CONTAINS 80 CHARACTERS.
002180 01  ISIN-REC.
002190     05  ISIN-START-PAGE     PIC 9(8).
002200     05  ISIN-END-PAGE       PIC 9(8).
002210     05  ISIN-PAGE-COUNT     PIC 9(8).
002220     05  ISIN-BIN-CODE       PIC X(2).
002230     05  FILLER              PIC X(54).
002240     EJECT
002250 FD  STATS-FILE
002260     RECORDING MODE F
002270     LABEL RECORDS STANDARD
002280     BLOCK CONTAINS 0 RECORDS
002290     RECORD CONTAINS 80 CHARACTERS.
002300 01  STATS-REC.
002310     05  STATS-PGM           PIC X(8).
002320     05  STATS-JOBNAME       PIC X(8).
002330     05  STATS-STEPNAME      PIC X(8).
002340     05  STATS-PAGE-COUNT    PIC 9(8).
002350     05  STATS-LINE-COUNT    PIC 9(8).
002360     05  STATS-LLE-SEEN      PIC 9(8).
002370     05  STATS-OTHER-COUNT   PIC 9(8).
002380     05  STATS-LLE-COUNT     PIC 9(8).
002390     05  STATS-OVERLAY-COUNT PIC 9(8).
002400     05  STATS-RUN-DATE      PIC 9(8).
002410     EJECT
002420 FD  DOCIDX-FILE
002430     RECORDING MODE F
002440     LABEL RECORDS STANDARD
002450     BLOCK CONTAINS 0 RECORDS
002460     RECORD CONTAINS 80 CHARACTERS.
002470 01  DOCIDX-REC.
002480     05  DOCIDX-ACCOUNT      PIC X(10).
002490     05  DOCIDX-FIRST-PAGE   PIC 9(8).
002500     05  DOCIDX-PAGE-COUNT   PIC 9(8).
002510     05  FILLER              PIC X(54).
002520     EJECT
002530 FD  MONX-FILE
002540     RECORDING MODE F
002550     LABEL RECORDS STANDARD
002560     BLOCK CONTAINS 0 RECORDS
002570     RECORD CONTAINS 80 CHARACTERS.
002580 01  MONX-REC.
002590     05  MONX-TYPE           PIC X(1).
002600     05  MONX-ACCOUNT        PIC X(10).
002610     05  MONX-PAGE           PIC 9(8).
002620     05  MONX-AMOUNT         PIC 9(11)V99.
002630     05  MONX-NOAMT-FLAG     PIC X(1).
002640     05  FILLER              PIC X(47).
002650     EJECT
002660 FD  INS-FILE
002670     RECORDING MODE F
002680     LABEL RECORDS STANDARD
002690     BLOCK CONTAINS 0 RECORDS
002700     RECORD CONTAINS 80 CHARACTERS.
002710 01  INS-REC.
002720     05  INS-START-PAGE      PIC 9(8).
002730     05  INS-END-PAGE        PIC 9(8).
002740     05  INS-PAGE-COUNT      PIC 9(8).
002750     05  INS-BIN-CODE        PIC X(2).
002760     05  FILLER              PIC X(54).
002770     EJECT
002780 WORKING-STORAGE SECTION.
002790 77  PGMNAME                 PIC X(8) VALUE 'APKMERGE'.
002800 77  CTL-FILE-STATUS         PIC XX VALUE ZERO.
002810     88  CTL-FILE-OK         VALUE '00'.
002820     88  CTL-FILE-EOF        VALUE '10'.
002830 77  STIN-FILE-STATUS        PIC XX VALUE ZERO.
002840     88  STIN-FILE-OK        VALUE '00'.
002850     88  STIN-FILE-EOF       VALUE '10'.
002860 77  DXIN-FILE-STATUS        PIC XX VALUE ZERO.
002870     88  DXIN-FILE-OK        VALUE '00'.
002880     88  DXIN-FILE-EOF       VALUE '10'.
002890 77  MXIN-FILE-STATUS        PIC XX VALUE ZERO.
002900     88  MXIN-FILE-OK        VALUE '00'.
002910     88  MXIN-FILE-EOF       VALUE '10'.
002920 77  ISIN-FILE-STATUS        PIC XX VALUE ZERO.
002930     88  ISIN-FILE-OK        VALUE '00'.
002940     88  ISIN-FILE-EOF       VALUE '10'.
002950 77  STATS-FILE-STATUS       PIC XX VALUE ZERO.
002960     88  STATS-FILE-OK       VALUE '00'.
002970 77  DOCIDX-FILE-STATUS      PIC XX VALUE ZERO.
002980     88  DOCIDX-FILE-OK      VALUE '00'.
002990 77  MONX-FILE-STATUS        PIC XX VALUE ZERO.
003000     88  MONX-FILE-OK        VALUE '00'.
003010 77  INS-FILE-STATUS         PIC XX VALUE ZERO.
003020     88  INS-FILE-OK         VALUE '00'.
003030 77  ABORT-FLAG              PIC X VALUE LOW-VALUE.
003040     88  RUN-ABORTED         VALUE HIGH-VALUE.
003050 77  DXIN-OPEN-FLAG          PIC X VALUE LOW-VALUE.
003060     88  DXIN-OPEN           VALUE HIGH-VALUE.
003070     88  DXIN-NOTOPEN        VALUE LOW-VALUE.
003080 77  MXIN-OPEN-FLAG          PIC X VALUE LOW-VALUE.
003090     88  MXIN-OPEN           VALUE HIGH-VALUE.
003100     88  MXIN-NOTOPEN        VALUE LOW-VALUE.
003110 77  ISIN-OPEN-FLAG          PIC X VALUE LOW-VALUE.
003120     88  ISIN-OPEN           VALUE HIGH-VALUE.
003130     88  ISIN-NOTOPEN        VALUE LOW-VALUE.
003140 77  STATS-OPEN-FLAG         PIC X VALUE LOW-VALUE.
003150     88  STATS-OPEN          VALUE HIGH-VALUE.
003160 77  DOCIDX-OPEN-FLAG        PIC X VALUE LOW-VALUE.
003170     88  DOCIDX-OPEN         VALUE HIGH-VALUE.
003180 77  MONX-OPEN-FLAG          PIC X VALUE LOW-VALUE.
003190     88  MONX-OPEN           VALUE HIGH-VALUE.
003200 77  INS-OPEN-FLAG           PIC X VALUE LOW-VALUE.
003210     88  INS-OPEN            VALUE HIGH-VALUE.
003220*    splits on SPLITCTL, and the split each concatenation is
003230*    currently positioned in (zero until its first header).
003240 77  SPLIT-MAX               PIC S9(4) BINARY VALUE 8.
003250 77  SPLIT-COUNT             PIC S9(4) BINARY VALUE ZERO.
003260 77  STATS-SPLIT             PIC S9(4) BINARY VALUE ZERO.
003270 77  DX-SPLIT                PIC S9(4) BINARY VALUE ZERO.
003280 77  MX-SPLIT                PIC S9(4) BINARY VALUE ZERO.
003290 77  IX-SPLIT                PIC S9(4) BINARY VALUE ZERO.
003300 77  CUR-SPLIT               PIC S9(4) BINARY VALUE ZERO.
003310 77  SX                      PIC S9(4) BINARY VALUE ZERO.
003320 77  TX                      PIC S9(4) BINARY VALUE ZERO.
003330 77  FX                      PIC S9(4) BINARY VALUE ZERO.
003340 77  SETUP-CNT-FLAG          PIC X VALUE HIGH-VALUE.
003350     88  SETUP-CNT-HAVE      VALUE HIGH-VALUE.
003360     88  SETUP-CNT-MISSING   VALUE LOW-VALUE.
003370 77  HDR-WORK                PIC X(32) VALUE SPACE.
003380 77  HDR-DDNAME              PIC X(8) VALUE SPACE.
003390*    page offset of the split being copied, and the duplex
003400*    filler pages the splits ahead of it added to the output.
003410 77  DX-OFFSET               PIC S9(8) BINARY VALUE ZERO.
003420 77  MX-OFFSET               PIC S9(8) BINARY VALUE ZERO.
003430 77  IX-OFFSET               PIC S9(8) BINARY VALUE ZERO.
003440 77  FILLER-BEFORE           PIC S9(8) BINARY VALUE ZERO.
003450 77  PAGES-BEFORE            PIC S9(8) BINARY VALUE ZERO.
003460 77  CTL-READ-COUNT          PIC S9(8) BINARY VALUE ZERO.
003470 77  STIN-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003480 77  DXIN-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003490 77  MXIN-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003500 77  ISIN-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.
003510 77  HDR-DROP-COUNT          PIC S9(8) BINARY VALUE ZERO.
003520 77  TRAILER-DROP-COUNT      PIC S9(8) BINARY VALUE ZERO.
003530 77  CTL-REC-SKIPPED         PIC S9(8) BINARY VALUE ZERO.
003540 77  BAD-REC-COUNT           PIC S9(8) BINARY VALUE ZERO.
003550 77  DOC-OUT-COUNT           PIC S9(8) BINARY VALUE ZERO.
003560 77  MONX-OUT-COUNT          PIC S9(8) BINARY VALUE ZERO.
003570 77  INS-OUT-COUNT           PIC S9(8) BINARY VALUE ZERO.
003580 77  GRAND-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
003590 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
003600 77  SPLIT-DISP              PIC Z9.
003610*    merged run statistics.
003620 77  TOT-PAGE-COUNT          PIC S9(8) BINARY VALUE ZERO.
003630 77  TOT-LINE-COUNT          PIC S9(8) BINARY VALUE ZERO.
003640 77  TOT-LLE-SEEN            PIC S9(8) BINARY VALUE ZERO.
003650 77  TOT-OTHER-COUNT         PIC S9(8) BINARY VALUE ZERO.
003660 77  TOT-LLE-COUNT           PIC S9(8) BINARY VALUE ZERO.
003670 77  TOT-OVERLAY-COUNT       PIC S9(8) BINARY VALUE ZERO.
003680 77  TOT-SUP-DOCS            PIC S9(8) BINARY VALUE ZERO.
003690 77  TOT-SUP-PAGES           PIC S9(8) BINARY VALUE ZERO.
003700 77  TOT-FILLER-PAGES        PIC S9(8) BINARY VALUE ZERO.
003710 77  TOT-SKIP-PAGES          PIC S9(8) BINARY VALUE ZERO.
003720 77  GTJS-PGM                PIC X(8) VALUE 'CEEGTJS '.
003730 01  GTJS-JOBNAME            PIC X(8) VALUE SPACE.
003740 01  GTJS-STEPNAME           PIC X(8) VALUE SPACE.
003750 01  GTJS-PROCNAME           PIC X(8) VALUE SPACE.
003760 01  GTJS-FC                 PIC X(12) VALUE LOW-VALUE.
003770 01  GTJS-FC-SEVERITY REDEFINES GTJS-FC.
003780     05  GTJS-FC-SEV         PIC S9(4) BINARY.
003790         88  GTJS-FC-OK      VALUE ZERO.
003800*    the identity of this merge step, stamped on every output.
003810 01  RUNHDR-REC.
003820     05  RHDR-TAG            PIC X(8) VALUE '*RUNHDR '.
003830     05  RHDR-JOBNAME        PIC X(8) VALUE SPACE.
003840     05  RHDR-DATE           PIC 9(8) VALUE ZERO.
003850     05  RHDR-TOKEN          PIC X(8) VALUE SPACE.
003860     05  FILLER              PIC X(48) VALUE SPACE.
003870 01  STATS-EXT-REC.
003880     05  SEXT-TAG            PIC X(8) VALUE '*STATEXT'.
003890     05  SEXT-METHOD         PIC X(1) VALUE SPACE.
003900     05  SEXT-SUP-DOCS       PIC 9(8) VALUE ZERO.
003910     05  SEXT-SUP-PAGES      PIC 9(8) VALUE ZERO.
003920     05  SEXT-FILLER-PAGES   PIC 9(8) VALUE ZERO.
003930     05  SEXT-SKIP-PAGES     PIC 9(8) VALUE ZERO.
003940     05  FILLER              PIC X(39) VALUE SPACE.
003941*    the split run behind the merged INSCTL, one per split.
003942 01  SPLIT-MARK-REC.
003943     05  SMRK-TAG            PIC X(8) VALUE '*SPLITRN'.
003944     05  SMRK-RUN            PIC X(24) VALUE SPACE.
003945     05  SMRK-SPLIT-NO       PIC 9(2) VALUE ZERO.
003946     05  SMRK-FIRST-PAGE     PIC 9(8) VALUE ZERO.
003947     05  SMRK-LAST-PAGE      PIC 9(8) VALUE ZERO.
003948     05  FILLER              PIC X(30) VALUE SPACE.
003950*    the split concatenations, in the order SP-SEEN is kept.
003960 01  SECT-DD-NAMES           PIC X(24) VALUE
003970     'DIXIN   MONXIN  INSIN   '.
003980 01  SECT-DD-TABLE REDEFINES SECT-DD-NAMES.
003990     05  SECT-DD             PIC X(8) OCCURS 3 TIMES.
004000*    one entry per split: SPLITCTL, the split's own STATSOUT,
004010*    and which of the three concatenations it was found on.
004020 01  SPLIT-TABLE.
004030     05  SPLIT-ENTRY OCCURS 8 TIMES.
004040         10  SP-CTL-FIRST-PAGE   PIC S9(8) BINARY.
004050         10  SP-CTL-PAGES        PIC S9(8) BINARY.
004060         10  SP-SETUP-RECS       PIC S9(8) BINARY.
004070         10  SP-SETUP-LLES       PIC S9(8) BINARY.
004080         10  SP-SETUP-OVLYS      PIC S9(8) BINARY.
004090         10  SP-HDR              PIC X(32).
004100         10  SP-STATS-FLAG       PIC X.
004110             88  SP-STATS-HAVE   VALUE 'Y'.
004120         10  SP-PGM              PIC X(8).
004130         10  SP-STEPNAME         PIC X(8).
004140         10  SP-PAGE-COUNT       PIC S9(8) BINARY.
004150         10  SP-LINE-COUNT       PIC S9(8) BINARY.
004160         10  SP-LLE-SEEN         PIC S9(8) BINARY.
004170         10  SP-OTHER-COUNT      PIC S9(8) BINARY.
004180         10  SP-LLE-COUNT        PIC S9(8) BINARY.
004190         10  SP-OVERLAY-COUNT    PIC S9(8) BINARY.
004200         10  SP-METHOD           PIC X.
004210         10  SP-SUP-DOCS         PIC S9(8) BINARY.
004220         10  SP-SUP-PAGES        PIC S9(8) BINARY.
004230         10  SP-FILLER-PAGES     PIC S9(8) BINARY.
004240         10  SP-SKIP-PAGES       PIC S9(8) BINARY.
004250         10  SP-OFFSET           PIC S9(8) BINARY.
004260         10  SP-SEEN             PIC X OCCURS 3 TIMES.
004270     EJECT
004280 PROCEDURE DIVISION.
004290 0000-MAINLINE.
004300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004310     IF NOT RUN-ABORTED
004320      THEN
004330       PERFORM 2000-CHECK-SECTIONS THRU 2000-EXIT
004340     END-IF.
004350     IF NOT RUN-ABORTED
004360      THEN
004370       PERFORM 3000-MERGE THRU 3000-EXIT
004380     END-IF.
004390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004400     GOBACK.
004410     EJECT
004420*****************************************************************
004430*    LOAD SPLITCTL AND THE SPLITS' STATSOUT RUNS, THEN PROVE    *
004440*    THE TWO DESCRIBE THE SAME SPLITS AND WORK OUT EACH SPLIT'S *
004450*    PAGE OFFSET.  ANY GAP REFUSES THE MERGE WITH RC 12.        *
004460*****************************************************************
004470 1000-INITIALIZE.
004480     INITIALIZE SPLIT-TABLE.
004490     OPEN INPUT CTL-FILE.
004500     IF NOT CTL-FILE-OK
004510      THEN
004520       DISPLAY PGMNAME, ' SPLITCTL OPEN FAILED, STATUS=',
004530               CTL-FILE-STATUS, ' -- RUN ABANDONED.';
004540       SET RUN-ABORTED TO TRUE;
004550       MOVE 12 TO RETURN-CODE;
004560       GO TO 1000-EXIT.
004570     PERFORM 1150-READ-CTL THRU 1150-EXIT.
004580     PERFORM 1100-LOAD-CTL THRU 1100-EXIT
004590         UNTIL CTL-FILE-EOF OR RUN-ABORTED.
004600     CLOSE CTL-FILE.
004610     IF RUN-ABORTED
004620      THEN
004630       GO TO 1000-EXIT.
004640     IF SPLIT-COUNT = ZERO
004650      THEN
004660       DISPLAY PGMNAME, ' SPLITCTL IS EMPTY -- NOTHING TO',
004670               ' MERGE, RUN ABANDONED.';
004680       SET RUN-ABORTED TO TRUE;
004690       MOVE 12 TO RETURN-CODE;
004700       GO TO 1000-EXIT.
004710     IF SETUP-CNT-MISSING
004720      THEN
004730       DISPLAY PGMNAME, ' SPLITCTL CARRIES NO SETUP COUNTS --',
004740               ' MERGED STATISTICS INCLUDE THE REPLICATED SETUP.'.
004750     MOVE SPLIT-COUNT TO CNT-DISP.
004760     DISPLAY PGMNAME, CNT-DISP, ' splits on SPLITCTL.'.
004770     OPEN INPUT STIN-FILE.
004780     IF NOT STIN-FILE-OK
004790      THEN
004800       DISPLAY PGMNAME, ' STATSIN OPEN FAILED, STATUS=',
004810               STIN-FILE-STATUS, ' -- RUN ABANDONED.';
004820       SET RUN-ABORTED TO TRUE;
004830       MOVE 12 TO RETURN-CODE;
004840       GO TO 1000-EXIT.
004850     PERFORM 1200-LOAD-STATS THRU 1200-EXIT.
004860     CLOSE STIN-FILE.
004870     IF RUN-ABORTED
004880      THEN
004890       GO TO 1000-EXIT.
004900     PERFORM 1400-CHECK-SPLIT THRU 1400-EXIT
004910         VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
004920     IF RUN-ABORTED
004930      THEN
004940       MOVE 12 TO RETURN-CODE.
004950 1000-EXIT.
004960     EXIT.
004970     EJECT
004980*****************************************************************
004990*    ONE SPLITCTL RECORD PER SPLIT, NUMBERED 1 UP WITHOUT GAPS. *
005000*****************************************************************
005010 1100-LOAD-CTL.
005020     ADD 1 TO CTL-READ-COUNT.
005030     IF SPLIT-COUNT >= SPLIT-MAX
005040      THEN
005050       DISPLAY PGMNAME, ' SPLITCTL HOLDS MORE THAN 8 SPLITS --',
005060               ' MERGE REFUSED.';
005070       SET RUN-ABORTED TO TRUE;
005080       MOVE 12 TO RETURN-CODE;
005090       GO TO 1100-EXIT.
005100     IF CTL-SPLIT-NO NOT NUMERIC
005110        OR CTL-FIRST-PAGE NOT NUMERIC
005120        OR CTL-PAGE-COUNT NOT NUMERIC
005130        OR CTL-SPLIT-NO NOT = SPLIT-COUNT + 1
005140      THEN
005150       MOVE CTL-READ-COUNT TO CNT-DISP;
005160       DISPLAY PGMNAME, ' SPLITCTL RECORD', CNT-DISP,
005170               ' MALFORMED OR OUT OF SPLIT ORDER --',
005180               ' MERGE REFUSED.';
005190       SET RUN-ABORTED TO TRUE;
005200       MOVE 12 TO RETURN-CODE;
005210       GO TO 1100-EXIT.
005220     ADD 1 TO SPLIT-COUNT.
005230     MOVE CTL-FIRST-PAGE TO SP-CTL-FIRST-PAGE (SPLIT-COUNT).
005240     MOVE CTL-PAGE-COUNT TO SP-CTL-PAGES (SPLIT-COUNT).
005250*    a SPLITCTL from before the setup make-up was recorded has
005260*    spaces there: merge without the setup adjustment.
005270     IF CTL-SETUP-RECS NUMERIC AND CTL-SETUP-LLES NUMERIC
005280        AND CTL-SETUP-OVLYS NUMERIC
005290      THEN
005300       MOVE CTL-SETUP-RECS TO SP-SETUP-RECS (SPLIT-COUNT);
005310       MOVE CTL-SETUP-LLES TO SP-SETUP-LLES (SPLIT-COUNT);
005320       MOVE CTL-SETUP-OVLYS TO SP-SETUP-OVLYS (SPLIT-COUNT)
005330      ELSE
005340       SET SETUP-CNT-MISSING TO TRUE
005350     END-IF.
005360     PERFORM 1150-READ-CTL THRU 1150-EXIT.
005370 1100-EXIT.
005380     EXIT.
005390 1150-READ-CTL.
005400     READ CTL-FILE
005410      AT END
005420       CONTINUE
005430      NOT AT END
005440       CONTINUE
005450     END-READ.
005460 1150-EXIT.
005470     EXIT.
005480     EJECT
005490*****************************************************************
005500*    READ THE CONCATENATED STATSOUT RUNS.  EACH *RUNHDR OPENS   *
005510*    THE NEXT SPLIT; THE RUN RECORD AND *STATEXT BEHIND IT ARE  *
005520*    KEPT FOR THE CHECKS AND THE MERGED STATISTICS.             *
005530*****************************************************************
005540 1200-LOAD-STATS.
005550     READ STIN-FILE
005560      AT END
005570       GO TO 1200-EXIT
005580      NOT AT END
005590       ADD 1 TO STIN-READ-COUNT
005600     END-READ.
005610     IF SIN-TAG = '*RUNHDR '
005620      THEN
005630       IF STATS-SPLIT >= SPLIT-COUNT
005640        THEN
005650         DISPLAY PGMNAME, ' STATSIN HOLDS MORE RUNS THAN',
005660                 ' SPLITCTL HAS SPLITS -- MERGE REFUSED.';
005670         SET RUN-ABORTED TO TRUE;
005680         MOVE 12 TO RETURN-CODE;
005690         GO TO 1200-EXIT
005700       END-IF;
005710       ADD 1 TO STATS-SPLIT;
005720       MOVE STIN-REC (1:32) TO SP-HDR (STATS-SPLIT);
005730       GO TO 1200-LOAD-STATS.
005740     IF STATS-SPLIT = ZERO
005750      THEN
005760       DISPLAY PGMNAME, ' STATSIN HAS NO RUN HEADER --',
005770               ' MIXED-GENERATION INPUT SUSPECTED,',
005780               ' MERGE REFUSED.';
005790       SET RUN-ABORTED TO TRUE;
005800       MOVE 12 TO RETURN-CODE;
005810       GO TO 1200-EXIT.
005820     IF SIN-TAG = '*STATEXT'
005830      THEN
005840       MOVE SIN-METHOD TO SP-METHOD (STATS-SPLIT);
005850       IF SIN-SUP-DOCS NUMERIC
005860        THEN
005870         MOVE SIN-SUP-DOCS TO SP-SUP-DOCS (STATS-SPLIT)
005880       END-IF;
005890       IF SIN-SUP-PAGES NUMERIC
005900        THEN
005910         MOVE SIN-SUP-PAGES TO SP-SUP-PAGES (STATS-SPLIT)
005920       END-IF;
005930       IF SIN-FILLER-PAGES NUMERIC
005940        THEN
005950         MOVE SIN-FILLER-PAGES TO SP-FILLER-PAGES (STATS-SPLIT)
005960       END-IF;
005970       IF SIN-SKIP-PAGES NUMERIC
005980        THEN
005990         MOVE SIN-SKIP-PAGES TO SP-SKIP-PAGES (STATS-SPLIT)
006000       END-IF;
006010       GO TO 1200-LOAD-STATS.
006020     IF SIN-TAG (1:1) = '*'
006030      THEN
006040       ADD 1 TO CTL-REC-SKIPPED;
006050       GO TO 1200-LOAD-STATS.
006060     IF SRUN-PAGE-COUNT NUMERIC AND SRUN-LINE-COUNT NUMERIC
006070        AND SRUN-LLE-SEEN NUMERIC AND SRUN-OTHER-COUNT NUMERIC
006080        AND SRUN-LLE-COUNT NUMERIC AND SRUN-OVERLAY-COUNT NUMERIC
006090      THEN
006100       MOVE 'Y' TO SP-STATS-FLAG (STATS-SPLIT);
006110       MOVE SRUN-PGM TO SP-PGM (STATS-SPLIT);
006120       MOVE SRUN-STEPNAME TO SP-STEPNAME (STATS-SPLIT);
006130       MOVE SRUN-PAGE-COUNT TO SP-PAGE-COUNT (STATS-SPLIT);
006140       MOVE SRUN-LINE-COUNT TO SP-LINE-COUNT (STATS-SPLIT);
006150       MOVE SRUN-LLE-SEEN TO SP-LLE-SEEN (STATS-SPLIT);
006160       MOVE SRUN-OTHER-COUNT TO SP-OTHER-COUNT (STATS-SPLIT);
006170       MOVE SRUN-LLE-COUNT TO SP-LLE-COUNT (STATS-SPLIT);
006180       MOVE SRUN-OVERLAY-COUNT TO SP-OVERLAY-COUNT (STATS-SPLIT)
006190      ELSE
006200       ADD 1 TO BAD-REC-COUNT.
006210     GO TO 1200-LOAD-STATS.
006220 1200-EXIT.
006230     EXIT.
006240     EJECT
006250*****************************************************************
006260*    ONE SPLIT: ITS STATSOUT MUST BE PRESENT, HOLD A RUN RECORD *
006270*    WHOSE PAGES (LESS DUPLEX FILLER) ARE THE PAGES APKSPLIT    *
006280*    GAVE IT, AND NOT REPEAT AN EARLIER SPLIT'S RUN.  EVERY     *
006290*    PROBLEM IS LISTED BEFORE THE MERGE IS REFUSED.             *
006300*****************************************************************
006310 1400-CHECK-SPLIT.
006320     MOVE SX TO SPLIT-DISP.
006330     IF SP-HDR (SX) = SPACES
006340      THEN
006350       DISPLAY PGMNAME, ' SPLIT ', SPLIT-DISP,
006360               ' STATSOUT MISSING FROM STATSIN -- MERGE REFUSED.';
006370       SET RUN-ABORTED TO TRUE;
006380       GO TO 1400-EXIT.
006390     IF NOT SP-STATS-HAVE (SX)
006400      THEN
006410       DISPLAY PGMNAME, ' SPLIT ', SPLIT-DISP,
006420               ' STATSOUT HOLDS NO RUN STATISTICS --',
006430               ' MERGE REFUSED.';
006440       SET RUN-ABORTED TO TRUE;
006450       GO TO 1400-EXIT.
006460     IF SP-PAGE-COUNT (SX) - SP-FILLER-PAGES (SX)
006470        NOT = SP-CTL-PAGES (SX)
006480      THEN
006490       DISPLAY PGMNAME, ' SPLIT ', SPLIT-DISP, ' STATSOUT PAGE',
006500               ' COUNT DOES NOT MATCH SPLITCTL -- OUTPUT OF',
006510               ' ANOTHER INPUT, MERGE REFUSED.';
006520       SET RUN-ABORTED TO TRUE;
006530       GO TO 1400-EXIT.
006540     PERFORM 1410-CHECK-REPEAT THRU 1410-EXIT
006550         VARYING TX FROM 1 BY 1 UNTIL TX >= SX.
006560*    the split's pages follow the input pages ahead of it and
006570*    every filler page the earlier splits inserted.
006580     IF SP-CTL-PAGES (SX) = ZERO
006590      THEN
006600       MOVE PAGES-BEFORE TO SP-OFFSET (SX)
006610      ELSE
006620       COMPUTE SP-OFFSET (SX) =
006630               SP-CTL-FIRST-PAGE (SX) - 1 + FILLER-BEFORE
006640     END-IF.
006650     ADD SP-FILLER-PAGES (SX) TO FILLER-BEFORE.
006660     ADD SP-PAGE-COUNT (SX) TO PAGES-BEFORE.
006670     MOVE SP-OFFSET (SX) TO CNT-DISP.
006680     DISPLAY PGMNAME, ' split ', SPLIT-DISP, ' run ',
006690             SP-HDR (SX) (9:24), ' pages offset', CNT-DISP, '.'.
006700 1400-EXIT.
006710     EXIT.
006720 1410-CHECK-REPEAT.
006730     IF SP-HDR (TX) = SP-HDR (SX)
006740      THEN
006750       DISPLAY PGMNAME, ' SPLIT ', SPLIT-DISP,
006760               ' STATSOUT REPEATS AN EARLIER SPLIT''S RUN --',
006770               ' MERGE REFUSED.';
006780       SET RUN-ABORTED TO TRUE.
006790 1410-EXIT.
006800     EXIT.
006810     EJECT
006820*****************************************************************
006830*    FIRST PASS OVER DIXIN, MONXIN, AND INSIN: EVERY RUN HEADER *
006840*    MUST BELONG TO A SPLIT, IN SPLIT ORDER, AND EVERY SPLIT    *
006850*    THAT PRINTED DOCUMENTS MUST BE PRESENT ON ALL THREE.       *
006860*    NOTHING IS WRITTEN UNTIL THE SET IS KNOWN TO BE WHOLE.     *
006870*****************************************************************
006880 2000-CHECK-SECTIONS.
006890     OPEN INPUT DXIN-FILE.
006900     IF NOT DXIN-FILE-OK
006910      THEN
006920       DISPLAY PGMNAME, ' DIXIN OPEN FAILED, STATUS=',
006930               DXIN-FILE-STATUS, ' -- RUN ABANDONED.';
006940       SET RUN-ABORTED TO TRUE;
006950       MOVE 12 TO RETURN-CODE;
006960       GO TO 2000-EXIT.
006970     SET DXIN-OPEN TO TRUE.
006980     PERFORM 2150-READ-DXIN THRU 2150-EXIT.
006990     PERFORM 2010-CHECK-DXIN THRU 2010-EXIT
007000         UNTIL DXIN-FILE-EOF OR RUN-ABORTED.
007010     CLOSE DXIN-FILE.
007020     SET DXIN-NOTOPEN TO TRUE.
007030     IF RUN-ABORTED
007040      THEN
007050       GO TO 2000-EXIT.
007060     OPEN INPUT MXIN-FILE.
007070     IF NOT MXIN-FILE-OK
007080      THEN
007090       DISPLAY PGMNAME, ' MONXIN OPEN FAILED, STATUS=',
007100               MXIN-FILE-STATUS, ' -- RUN ABANDONED.';
007110       SET RUN-ABORTED TO TRUE;
007120       MOVE 12 TO RETURN-CODE;
007130       GO TO 2000-EXIT.
007140     SET MXIN-OPEN TO TRUE.
007150     PERFORM 2250-READ-MXIN THRU 2250-EXIT.
007160     PERFORM 2020-CHECK-MXIN THRU 2020-EXIT
007170         UNTIL MXIN-FILE-EOF OR RUN-ABORTED.
007180     CLOSE MXIN-FILE.
007190     SET MXIN-NOTOPEN TO TRUE.
007200     IF RUN-ABORTED
007210      THEN
007220       GO TO 2000-EXIT.
007230     OPEN INPUT ISIN-FILE.
007240     IF NOT ISIN-FILE-OK
007250      THEN
007260       DISPLAY PGMNAME, ' INSIN OPEN FAILED, STATUS=',
007270               ISIN-FILE-STATUS, ' -- RUN ABANDONED.';
007280       SET RUN-ABORTED TO TRUE;
007290       MOVE 12 TO RETURN-CODE;
007300       GO TO 2000-EXIT.
007310     SET ISIN-OPEN TO TRUE.
007320     PERFORM 2350-READ-ISIN THRU 2350-EXIT.
007330     PERFORM 2030-CHECK-ISIN THRU 2030-EXIT
007340         UNTIL ISIN-FILE-EOF OR RUN-ABORTED.
007350     CLOSE ISIN-FILE.
007360     SET ISIN-NOTOPEN TO TRUE.
007370     IF RUN-ABORTED
007380      THEN
007390       GO TO 2000-EXIT.
007400     PERFORM 2400-CHECK-PRESENT THRU 2400-EXIT
007410         VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
007420     IF RUN-ABORTED
007430      THEN
007440       MOVE 12 TO RETURN-CODE.
007450 2000-EXIT.
007460     EXIT.
007470 2010-CHECK-DXIN.
007480     IF DXIN-REC (1:8) = '*RUNHDR '
007490      THEN
007500       MOVE DXIN-REC (1:32) TO HDR-WORK;
007510       MOVE 'DIXIN' TO HDR-DDNAME;
007520       MOVE 1 TO FX;
007530       MOVE DX-SPLIT TO CUR-SPLIT;
007540       PERFORM 2100-MATCH-HEADER THRU 2100-EXIT;
007550       MOVE CUR-SPLIT TO DX-SPLIT
007560      ELSE
007570       IF DX-SPLIT = ZERO
007580        THEN
007590         DISPLAY PGMNAME, ' DIXIN HAS NO RUN HEADER --',
007600                 ' MIXED-GENERATION INPUT SUSPECTED,',
007610                 ' MERGE REFUSED.';
007620         SET RUN-ABORTED TO TRUE;
007630         MOVE 12 TO RETURN-CODE
007640       END-IF
007650     END-IF.
007660     PERFORM 2150-READ-DXIN THRU 2150-EXIT.
007670 2010-EXIT.
007680     EXIT.
007690 2020-CHECK-MXIN.
007700     IF MXIN-REC (1:8) = '*RUNHDR '
007710      THEN
007720       MOVE MXIN-REC (1:32) TO HDR-WORK;
007730       MOVE 'MONXIN' TO HDR-DDNAME;
007740       MOVE 2 TO FX;
007750       MOVE MX-SPLIT TO CUR-SPLIT;
007760       PERFORM 2100-MATCH-HEADER THRU 2100-EXIT;
007770       MOVE CUR-SPLIT TO MX-SPLIT
007780      ELSE
007790       IF MX-SPLIT = ZERO
007800        THEN
007810         DISPLAY PGMNAME, ' MONXIN HAS NO RUN HEADER --',
007820                 ' MIXED-GENERATION INPUT SUSPECTED,',
007830                 ' MERGE REFUSED.';
007840         SET RUN-ABORTED TO TRUE;
007850         MOVE 12 TO RETURN-CODE
007860       END-IF
007870     END-IF.
007880     PERFORM 2250-READ-MXIN THRU 2250-EXIT.
007890 2020-EXIT.
007900     EXIT.
007910 2030-CHECK-ISIN.
007920     IF ISIN-REC (1:8) = '*RUNHDR '
007930      THEN
007940       MOVE ISIN-REC (1:32) TO HDR-WORK;
007950       MOVE 'INSIN' TO HDR-DDNAME;
007960       MOVE 3 TO FX;
007970       MOVE IX-SPLIT TO CUR-SPLIT;
007980       PERFORM 2100-MATCH-HEADER THRU 2100-EXIT;
007990       MOVE CUR-SPLIT TO IX-SPLIT
008000      ELSE
008010       IF IX-SPLIT = ZERO
008020        THEN
008030         DISPLAY PGMNAME, ' INSIN HAS NO RUN HEADER --',
008040                 ' MIXED-GENERATION INPUT SUSPECTED,',
008050                 ' MERGE REFUSED.';
008060         SET RUN-ABORTED TO TRUE;
008070         MOVE 12 TO RETURN-CODE
008080       END-IF
008090     END-IF.
008100     PERFORM 2350-READ-ISIN THRU 2350-EXIT.
008110 2030-EXIT.
008120     EXIT.
008130     EJECT
008140*****************************************************************
008150*    FIND THE SPLIT A RUN HEADER OPENS.  THE SEARCH STARTS PAST *
008160*    CUR-SPLIT, SO A SPLIT OUT OF ORDER OR REPEATED MATCHES     *
008170*    NOTHING AND THE MERGE IS REFUSED.  A SPLIT WITH NOTHING ON *
008180*    THIS CONCATENATION IS SIMPLY PASSED OVER HERE.             *
008190*****************************************************************
008200 2100-MATCH-HEADER.
008210     ADD 1 TO CUR-SPLIT.
008220 2100-LOOP.
008230     IF CUR-SPLIT > SPLIT-COUNT
008240      THEN
008250       DISPLAY PGMNAME, ' ', HDR-DDNAME, ' RUN ', HDR-WORK (9:24),
008260               ' IS NO SPLIT ON STATSIN, OR OUT OF SPLIT ORDER',
008270               ' -- MERGE REFUSED.';
008280       SET RUN-ABORTED TO TRUE;
008290       MOVE 12 TO RETURN-CODE;
008300       GO TO 2100-EXIT.
008310     IF SP-HDR (CUR-SPLIT) = HDR-WORK
008320      THEN
008330       MOVE 'Y' TO SP-SEEN (CUR-SPLIT FX);
008340       GO TO 2100-EXIT.
008350     ADD 1 TO CUR-SPLIT.
008360     GO TO 2100-LOOP.
008370 2100-EXIT.
008380     EXIT.
008390 2150-READ-DXIN.
008400     READ DXIN-FILE
008410      AT END
008420       CONTINUE
008430      NOT AT END
008440       ADD 1 TO DXIN-READ-COUNT
008450     END-READ.
008460 2150-EXIT.
008470     EXIT.
008480 2250-READ-MXIN.
008490     READ MXIN-FILE
008500      AT END
008510       CONTINUE
008520      NOT AT END
008530       ADD 1 TO MXIN-READ-COUNT
008540     END-READ.
008550 2250-EXIT.
008560     EXIT.
008570 2350-READ-ISIN.
008580     READ ISIN-FILE
008590      AT END
008600       CONTINUE
008610      NOT AT END
008620       ADD 1 TO ISIN-READ-COUNT
008630     END-READ.
008640 2350-EXIT.
008650     EXIT.
008660     EJECT
008670*****************************************************************
008680*    A SPLIT THAT PUT PAGES INTO DOCUMENTS (PAGES LESS THOSE    *
008690*    SUPPRESSED OR SKIPPED) MUST HAVE A DOCINDEX, MONEXTR, AND  *
008700*    INSCTL ON THE CONCATENATIONS.                              *
008710*****************************************************************
008720 2400-CHECK-PRESENT.
008730     IF SP-PAGE-COUNT (SX) - SP-SUP-PAGES (SX)
008740        - SP-SKIP-PAGES (SX) NOT > ZERO
008750      THEN
008760       GO TO 2400-EXIT.
008770     MOVE SX TO SPLIT-DISP.
008780     PERFORM 2410-CHECK-ONE THRU 2410-EXIT
008790         VARYING FX FROM 1 BY 1 UNTIL FX > 3.
008800 2400-EXIT.
008810     EXIT.
008820 2410-CHECK-ONE.
008830     IF SP-SEEN (SX FX) NOT = 'Y'
008840      THEN
008850       DISPLAY PGMNAME, ' SPLIT ', SPLIT-DISP, ' MISSING FROM ',
008860               SECT-DD (FX), ' -- MERGE REFUSED.';
008870       SET RUN-ABORTED TO TRUE.
008880 2410-EXIT.
008890     EXIT.
008900     EJECT
008910*****************************************************************
008920*    SECOND PASS: WRITE THE MERGED OUTPUTS UNDER ONE NEW RUN    *
008930*    HEADER, EACH SPLIT'S PAGES MOVED UP BY ITS OFFSET.         *
008940*****************************************************************
008950 3000-MERGE.
008960     CALL GTJS-PGM USING GTJS-JOBNAME, GTJS-STEPNAME,
008970          GTJS-PROCNAME, GTJS-FC.
008980     IF GTJS-FC-OK
008990      THEN
009000       MOVE GTJS-JOBNAME TO RHDR-JOBNAME
009010      ELSE
009020       MOVE SPACES TO RHDR-JOBNAME, GTJS-STEPNAME
009030     END-IF.
009040     ACCEPT RHDR-DATE FROM DATE YYYYMMDD.
009050     ACCEPT RHDR-TOKEN FROM TIME.
009060     PERFORM 3050-OPEN-OUTPUTS THRU 3050-EXIT.
009070     IF RUN-ABORTED
009080      THEN
009090       GO TO 3000-EXIT.
009100     WRITE DOCIDX-REC FROM RUNHDR-REC.
009110     WRITE MONX-REC FROM RUNHDR-REC.
009120     WRITE INS-REC FROM RUNHDR-REC.
009123     PERFORM 3060-WRITE-SPLIT-MARK THRU 3060-EXIT
009126         VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
009130     MOVE ZERO TO DX-SPLIT, MX-SPLIT, IX-SPLIT.
009140     OPEN INPUT DXIN-FILE.
009141     IF NOT DXIN-FILE-OK
009142      THEN
009143       DISPLAY PGMNAME, ' DIXIN OPEN FAILED, STATUS=',
009145               DXIN-FILE-STATUS, ' -- RUN ABANDONED.';
009146       SET RUN-ABORTED TO TRUE;
009147       MOVE 12 TO RETURN-CODE;
009148       GO TO 3000-EXIT.
009150     SET DXIN-OPEN TO TRUE.
009160     PERFORM 2150-READ-DXIN THRU 2150-EXIT.
009170     PERFORM 3100-COPY-DXIN THRU 3100-EXIT
009180         UNTIL DXIN-FILE-EOF.
009190     CLOSE DXIN-FILE.
009200     SET DXIN-NOTOPEN TO TRUE.
009210     OPEN INPUT MXIN-FILE.
009211     IF NOT MXIN-FILE-OK
009212      THEN
009213       DISPLAY PGMNAME, ' MONXIN OPEN FAILED, STATUS=',
009215               MXIN-FILE-STATUS, ' -- RUN ABANDONED.';
009216       SET RUN-ABORTED TO TRUE;
009217       MOVE 12 TO RETURN-CODE;
009218       GO TO 3000-EXIT.
009220     SET MXIN-OPEN TO TRUE.
009230     PERFORM 2250-READ-MXIN THRU 2250-EXIT.
009240     PERFORM 3200-COPY-MXIN THRU 3200-EXIT
009250         UNTIL MXIN-FILE-EOF.
009260     CLOSE MXIN-FILE.
009270     SET MXIN-NOTOPEN TO TRUE.
009280     OPEN INPUT ISIN-FILE.
009281     IF NOT ISIN-FILE-OK
009282      THEN
009283       DISPLAY PGMNAME, ' INSIN OPEN FAILED, STATUS=',
009285               ISIN-FILE-STATUS, ' -- RUN ABANDONED.';
009286       SET RUN-ABORTED TO TRUE;
009287       MOVE 12 TO RETURN-CODE;
009288       GO TO 3000-EXIT.
009290     SET ISIN-OPEN TO TRUE.
009300     PERFORM 2350-READ-ISIN THRU 2350-EXIT.
009310     PERFORM 3300-COPY-ISIN THRU 3300-EXIT
009320         UNTIL ISIN-FILE-EOF.
009330     CLOSE ISIN-FILE.
009340     SET ISIN-NOTOPEN TO TRUE.
009350*    one grand-total trailer over every split's documents, for
009360*    the treasury match.
009370     MOVE SPACES TO MONX-REC.
009380     MOVE 'T' TO MONX-TYPE.
009390     MOVE MONX-OUT-COUNT TO MONX-PAGE.
009400     MOVE GRAND-TOTAL TO MONX-AMOUNT.
009410     WRITE MONX-REC.
009420     PERFORM 3500-WRITE-STATS THRU 3500-EXIT.
009430 3000-EXIT.
009440     EXIT.
009450 3050-OPEN-OUTPUTS.
009460     OPEN OUTPUT DOCIDX-FILE.
009470     IF NOT DOCIDX-FILE-OK
009480      THEN
009490       DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
009500               DOCIDX-FILE-STATUS, ' -- RUN ABANDONED.';
009510       SET RUN-ABORTED TO TRUE;
009520       MOVE 12 TO RETURN-CODE;
009530       GO TO 3050-EXIT.
009540     SET DOCIDX-OPEN TO TRUE.
009550     OPEN OUTPUT MONX-FILE.
009560     IF NOT MONX-FILE-OK
009570      THEN
009580       DISPLAY PGMNAME, ' MONEXTR OPEN FAILED, STATUS=',
009590               MONX-FILE-STATUS, ' -- RUN ABANDONED.';
009600       SET RUN-ABORTED TO TRUE;
009610       MOVE 12 TO RETURN-CODE;
009620       GO TO 3050-EXIT.
009630     SET MONX-OPEN TO TRUE.
009640     OPEN OUTPUT INS-FILE.
009650     IF NOT INS-FILE-OK
009660      THEN
009670       DISPLAY PGMNAME, ' INSCTL OPEN FAILED, STATUS=',
009680               INS-FILE-STATUS, ' -- RUN ABANDONED.';
009690       SET RUN-ABORTED TO TRUE;
009700       MOVE 12 TO RETURN-CODE;
009710       GO TO 3050-EXIT.
009720     SET INS-OPEN TO TRUE.
009730     OPEN OUTPUT STATS-FILE.
009740     IF NOT STATS-FILE-OK
009750      THEN
009760       DISPLAY PGMNAME, ' STATSOUT OPEN FAILED, STATUS=',
009770               STATS-FILE-STATUS, ' -- RUN ABANDONED.';
009780       SET RUN-ABORTED TO TRUE;
009790       MOVE 12 TO RETURN-CODE;
009800       GO TO 3050-EXIT.
009810     SET STATS-OPEN TO TRUE.
009820 3050-EXIT.
009830     EXIT.
009831*    one *SPLITRN record: split SX's run and its output pages.
009832 3060-WRITE-SPLIT-MARK.
009833     MOVE SP-HDR (SX) (9:24) TO SMRK-RUN.
009834     MOVE SX TO SMRK-SPLIT-NO.
009835     COMPUTE SMRK-FIRST-PAGE = SP-OFFSET (SX) + 1.
009836     COMPUTE SMRK-LAST-PAGE = SP-OFFSET (SX) + SP-PAGE-COUNT (SX).
009837     WRITE INS-REC FROM SPLIT-MARK-REC.
009838 3060-EXIT.
009839     EXIT.
009840     EJECT
009850*****************************************************************
009860*    COPY ONE SPLIT RECORD.  A RUN HEADER SWITCHES TO THE NEXT  *
009870*    SPLIT'S OFFSET AND IS DROPPED; OTHER CONTROL RECORDS AND   *
009880*    THE SPLITS' OWN MONEXTR TRAILERS ARE DROPPED AS WELL.      *
009890*****************************************************************
009900 3100-COPY-DXIN.
009910     IF DXIN-REC (1:8) = '*RUNHDR '
009920      THEN
009930       ADD 1 TO HDR-DROP-COUNT;
009940       MOVE DXIN-REC (1:32) TO HDR-WORK;
009950       MOVE 'DIXIN' TO HDR-DDNAME;
009960       MOVE 1 TO FX;
009970       MOVE DX-SPLIT TO CUR-SPLIT;
009980       PERFORM 2100-MATCH-HEADER THRU 2100-EXIT;
009990       MOVE CUR-SPLIT TO DX-SPLIT;
010000       MOVE SP-OFFSET (DX-SPLIT) TO DX-OFFSET;
010010       GO TO 3100-READ.
010020     IF DXIN-REC (1:1) = '*'
010030      THEN
010040       ADD 1 TO CTL-REC-SKIPPED;
010050       GO TO 3100-READ.
010060     IF DXIN-FIRST-PAGE NOT NUMERIC
010070      THEN
010080       ADD 1 TO BAD-REC-COUNT;
010090       GO TO 3100-READ.
010100     MOVE DXIN-REC TO DOCIDX-REC.
010110     ADD DX-OFFSET TO DOCIDX-FIRST-PAGE.
010120     WRITE DOCIDX-REC.
010130     ADD 1 TO DOC-OUT-COUNT.
010140 3100-READ.
010150     PERFORM 2150-READ-DXIN THRU 2150-EXIT.
010160 3100-EXIT.
010170     EXIT.
010180 3200-COPY-MXIN.
010190     IF MXIN-REC (1:8) = '*RUNHDR '
010200      THEN
010210       ADD 1 TO HDR-DROP-COUNT;
010220       MOVE MXIN-REC (1:32) TO HDR-WORK;
010230       MOVE 'MONXIN' TO HDR-DDNAME;
010240       MOVE 2 TO FX;
010250       MOVE MX-SPLIT TO CUR-SPLIT;
010260       PERFORM 2100-MATCH-HEADER THRU 2100-EXIT;
010270       MOVE CUR-SPLIT TO MX-SPLIT;
010280       MOVE SP-OFFSET (MX-SPLIT) TO MX-OFFSET;
010290       GO TO 3200-READ.
010300     IF MXIN-REC (1:1) = '*'
010310      THEN
010320       ADD 1 TO CTL-REC-SKIPPED;
010330       GO TO 3200-READ.
010340     IF MXIN-TYPE = 'T'
010350      THEN
010360       ADD 1 TO TRAILER-DROP-COUNT;
010370       GO TO 3200-READ.
010380     IF MXIN-TYPE NOT = 'D'
010390        OR MXIN-PAGE NOT NUMERIC
010400        OR MXIN-AMOUNT NOT NUMERIC
010410      THEN
010420       ADD 1 TO BAD-REC-COUNT;
010430       GO TO 3200-READ.
010440     MOVE MXIN-REC TO MONX-REC.
010450     ADD MX-OFFSET TO MONX-PAGE.
010460     WRITE MONX-REC.
010470     ADD 1 TO MONX-OUT-COUNT.
010480     ADD MXIN-AMOUNT TO GRAND-TOTAL.
010490 3200-READ.
010500     PERFORM 2250-READ-MXIN THRU 2250-EXIT.
010510 3200-EXIT.
010520     EXIT.
010530 3300-COPY-ISIN.
010540     IF ISIN-REC (1:8) = '*RUNHDR '
010550      THEN
010560       ADD 1 TO HDR-DROP-COUNT;
010570       MOVE ISIN-REC (1:32) TO HDR-WORK;
010580       MOVE 'INSIN' TO HDR-DDNAME;
010590       MOVE 3 TO FX;
010600       MOVE IX-SPLIT TO CUR-SPLIT;
010610       PERFORM 2100-MATCH-HEADER THRU 2100-EXIT;
010620       MOVE CUR-SPLIT TO IX-SPLIT;
010630       MOVE SP-OFFSET (IX-SPLIT) TO IX-OFFSET;
010640       GO TO 3300-READ.
010650     IF ISIN-REC (1:1) = '*'
010660      THEN
010670       ADD 1 TO CTL-REC-SKIPPED;
010680       GO TO 3300-READ.
010690     IF ISIN-START-PAGE NOT NUMERIC
010700        OR ISIN-END-PAGE NOT NUMERIC
010710      THEN
010720       ADD 1 TO BAD-REC-COUNT;
010730       GO TO 3300-READ.
010740     MOVE ISIN-REC TO INS-REC.
010750     ADD IX-OFFSET TO INS-START-PAGE.
010760     ADD IX-OFFSET TO INS-END-PAGE.
010770     WRITE INS-REC.
010780     ADD 1 TO INS-OUT-COUNT.
010790 3300-READ.
010800     PERFORM 2350-READ-ISIN THRU 2350-EXIT.
010810 3300-EXIT.
010820     EXIT.
010830     EJECT
010840*****************************************************************
010850*    MERGED STATSOUT: THE SPLITS' FIGURES SUMMED, LESS THE      *
010860*    SETUP RECORDS REPLICATED INTO EVERY SPLIT AFTER THE FIRST. *
010870*****************************************************************
010880 3500-WRITE-STATS.
010890     PERFORM 3510-ADD-SPLIT THRU 3510-EXIT
010900         VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
010910     MOVE SPACES TO STATS-REC.
010920     MOVE SP-PGM (1) TO STATS-PGM.
010930     MOVE RHDR-JOBNAME TO STATS-JOBNAME.
010940     MOVE GTJS-STEPNAME TO STATS-STEPNAME.
010950     MOVE TOT-PAGE-COUNT TO STATS-PAGE-COUNT.
010960     MOVE TOT-LINE-COUNT TO STATS-LINE-COUNT.
010970     MOVE TOT-LLE-SEEN TO STATS-LLE-SEEN.
010980     MOVE TOT-OTHER-COUNT TO STATS-OTHER-COUNT.
010990     MOVE TOT-LLE-COUNT TO STATS-LLE-COUNT.
011000     MOVE TOT-OVERLAY-COUNT TO STATS-OVERLAY-COUNT.
011010     MOVE RHDR-DATE TO STATS-RUN-DATE.
011020     MOVE STATS-REC TO STIN-RUN-REC.
011030     WRITE STATS-REC FROM RUNHDR-REC.
011040     WRITE STATS-REC FROM STIN-RUN-REC.
011050     MOVE SP-METHOD (1) TO SEXT-METHOD.
011060     MOVE TOT-SUP-DOCS TO SEXT-SUP-DOCS.
011070     MOVE TOT-SUP-PAGES TO SEXT-SUP-PAGES.
011080     MOVE TOT-FILLER-PAGES TO SEXT-FILLER-PAGES.
011090     MOVE TOT-SKIP-PAGES TO SEXT-SKIP-PAGES.
011100     WRITE STATS-REC FROM STATS-EXT-REC.
011110 3500-EXIT.
011120     EXIT.
011130 3510-ADD-SPLIT.
011140     ADD SP-PAGE-COUNT (SX) TO TOT-PAGE-COUNT.
011150     ADD SP-LINE-COUNT (SX) TO TOT-LINE-COUNT.
011160     ADD SP-LLE-SEEN (SX) TO TOT-LLE-SEEN.
011170     ADD SP-OTHER-COUNT (SX) TO TOT-OTHER-COUNT.
011180     ADD SP-LLE-COUNT (SX) TO TOT-LLE-COUNT.
011190     ADD SP-OVERLAY-COUNT (SX) TO TOT-OVERLAY-COUNT.
011200     ADD SP-SUP-DOCS (SX) TO TOT-SUP-DOCS.
011210     ADD SP-SUP-PAGES (SX) TO TOT-SUP-PAGES.
011220     ADD SP-FILLER-PAGES (SX) TO TOT-FILLER-PAGES.
011230     ADD SP-SKIP-PAGES (SX) TO TOT-SKIP-PAGES.
011240     IF SX > 1
011250      THEN
011260       SUBTRACT SP-SETUP-RECS (SX) FROM TOT-LINE-COUNT;
011270       SUBTRACT SP-SETUP-LLES (SX) FROM TOT-LLE-SEEN;
011280       COMPUTE TOT-OTHER-COUNT = TOT-OTHER-COUNT
011290               - SP-SETUP-RECS (SX) + SP-SETUP-LLES (SX);
011300       SUBTRACT SP-SETUP-OVLYS (SX) FROM TOT-OVERLAY-COUNT
011310     END-IF.
011320 3510-EXIT.
011330     EXIT.
011340     EJECT
011350*****************************************************************
011360*    CLOSE WHAT WAS LEFT OPEN AND LEAVE A RUN SUMMARY.          *
011370*****************************************************************
011380 9000-TERMINATE.
011390     IF DXIN-OPEN
011400      THEN
011410       CLOSE DXIN-FILE.
011420     IF MXIN-OPEN
011430      THEN
011440       CLOSE MXIN-FILE.
011450     IF ISIN-OPEN
011460      THEN
011470       CLOSE ISIN-FILE.
011480     IF DOCIDX-OPEN
011490      THEN
011500       CLOSE DOCIDX-FILE.
011510     IF MONX-OPEN
011520      THEN
011530       CLOSE MONX-FILE.
011540     IF INS-OPEN
011550      THEN
011560       CLOSE INS-FILE.
011570     IF STATS-OPEN
011580      THEN
011590       CLOSE STATS-FILE.
011600     IF RUN-ABORTED
011610      THEN
011620       DISPLAY PGMNAME, ' SPLITS NOT MERGED.';
011630       GO TO 9000-EXIT.
011640     MOVE DOC-OUT-COUNT TO CNT-DISP.
011650     DISPLAY PGMNAME, CNT-DISP, ' DOCINDEX documents merged.'.
011660     MOVE MONX-OUT-COUNT TO CNT-DISP.
011670     DISPLAY PGMNAME, CNT-DISP, ' MONEXTR documents merged.'.
011680     MOVE INS-OUT-COUNT TO CNT-DISP.
011690     DISPLAY PGMNAME, CNT-DISP, ' INSCTL pieces merged.'.
011700     MOVE TOT-PAGE-COUNT TO CNT-DISP.
011710     DISPLAY PGMNAME, CNT-DISP, ' pages in the merged run.'.
011720     MOVE HDR-DROP-COUNT TO CNT-DISP.
011730     DISPLAY PGMNAME, CNT-DISP, ' split run headers dropped.'.
011740     MOVE TRAILER-DROP-COUNT TO CNT-DISP.
011750     DISPLAY PGMNAME, CNT-DISP, ' split trailers dropped.'.
011760     IF CTL-REC-SKIPPED > ZERO
011770      THEN
011780       MOVE CTL-REC-SKIPPED TO CNT-DISP;
011790       DISPLAY PGMNAME, CNT-DISP, ' other control records',
011800               ' dropped.'
011810     END-IF.
011820     IF BAD-REC-COUNT > ZERO
011830      THEN
011840       MOVE BAD-REC-COUNT TO CNT-DISP;
011850       DISPLAY PGMNAME, CNT-DISP, ' MALFORMED SPLIT RECORDS',
011860               ' DROPPED, RC SET TO 4.';
011870       MOVE 4 TO RETURN-CODE
011880     END-IF.
011890 9000-EXIT.
011900     EXIT.
011910 END PROGRAM APKMERGE.
