000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* LAST UPDATE ON 15 Oct 2026 AT 22:50:00 BY DELGADO  VERSION 36   *
000300 ID DIVISION.
000400 PROGRAM-ID. APKINLLE.
000500 AUTHOR. TURETZKY--HYDRA.
001998               value, including an uninitialized work area, leaves
001999               banner insertion off.
002000
002005               This exit allocates twelve sequential datasets
002010               in the job step: STATSOUT (end-of-job
002015               statistics, see STATS-REC below), STATSHIST
002020               (the same record written again to a new
002040               output exit APKOTLLE), CKPTFILE (the checkpoint
002045               record used for restart), DOCINDEX (one record
002050               per statement document for the archive
002052               retrieval loader, carrying the sequence of the
002054               inserter piece that mails it), RESXREF (one
002056               record per
002060               overlay, medium-map, or page-segment reference,
002065               read by pre-flight check APKRESCK), MONEXTR
002070               (one record per statement document carrying the
002105               name, '99' when they are not numeric -- in the
002110               fixed layout the inserter vendor ingests, with
002115               document boundaries taken from SF-MMC medium
002120               map changes), SUPLIST (input: the
002125               e-delivery suppression list, one account
002130               number per record in columns 1-10, loaded
002135               once at first call -- every record of a
002145               deleted, so the document never prints and
002150               stays out of DOCINDEX, MONEXTR, and INSCTL;
002155               the end-of-job statistics show how many
002156               documents and pages were suppressed),
002157               HHXREF (input: the household cross-
002158               reference described below), MAILHOLD
002159               (input: the returned-mail hold list described
002160               below), and PULLLIST (the mail room's pull
002161               manifest for the held pieces).  Add DD
002162               statements for all twelve to the step's
002170               JCL.  None of them are mandatory: if a DD is
002175               missing, the OPEN fails, a diagnostic is
002180               displayed, and only that feature is skipped
002265               features): a mark record (*OMR..., positioned
002270               per the vendor's camera spec) is inserted
002275               ahead of each page's first line carrying the
002276               piece sequence number, the account as known
002277               when the page opens, the page's position in
002278               the piece, and the piece's total page count
002279               when a PAGES index tag supplied it (zeros
002280               otherwise, the stream being read in one
002281               forward pass); an end-of-piece mark with the
002282               authoritative total is inserted behind every
002283               closing document so the camera can verify the
002284               assembled piece either way.
002285
002286               INP-UAREA has no byte left for householding, so
002287               it is switched on by the HHXREF dataset itself:
002288               one record per account, the account number in
002289               columns 1-10 and its household key in columns
002290               11-20, loaded once at first call.  While the
002291               table is non-empty, consecutive documents of
002292               the same household that print under the same
002293               bin code are combined into one inserter piece:
002294               a document boundary closes the piece only when
002295               the next document's account (the group name on
002296               its BNG in tag mode; the account line of its
002297               first page in offset mode, whose page bracket
002298               is held back until then) belongs to another
002299               household, or when the piece already holds the
002300               maximum sheets per envelope (six at two pages
002301               to the sheet, overridden by a '*MAXSHEETS'
002302               record carrying the count in columns 11-13) or
002303               six documents.  The stream is read in one
002304               forward pass, so the limit is applied to the
002305               sheets already in the piece when the next
002306               document arrives.  The duplex filler and the
002307               end-of-piece camera mark then apply to the
002308               combined piece rather than to each account --
002309               in tag mode they fall between the last group's
002310               ENG and the next BNG, in offset mode behind the
002311               medium-map change, ahead of the next piece's
002312               first page -- and the INSCTL record lists the
002313               documents it holds (their count, and for each
002314               its first page as an offset from the piece
002315               start and its page count) in what was filler,
002316               so APKPSTAC can report the postage saved and
002317               APKINSCF can accept confirmations for the
002318               combined piece.  Without HHXREF those fields
002319               are left blank and every document is a piece
002320               of its own, as before.
002321
002322               Returned mail is counted by APKRTML, which
002323               traces each piece the post office sends back
002324               through its camera mark to DOCINDEX and writes
002325               MAILHOLD: one account per record in columns
002326               1-10 (records opening with '*' are comments),
002327               loaded once at first call.  A document of an
002328               account on the list still prints, but its
002329               piece is pulled from the inserter run: the
002330               INSCTL bin code is forced to '99' so the
002331               inserter diverts it, the account never shares
002332               a household envelope, and PULLLIST gets one
002333               record per held document -- the piece sequence
002334               the camera marks carry, the account, the
002335               piece's start page, end page, and page count,
002336               the document's first page, and the bin the
002337               piece would otherwise have used -- for the
002338               mail room to pull the piece against.  Without
002339               MAILHOLD nothing is held.
002340
002341               Every dataset this exit produces (STATSOUT,
002342               STATSHIST, LLETRACK, DOCINDEX, RESXREF,
002343               MONEXTR, INSCTL, PULLLIST) opens with a
002344               *RUNHDR record
002345               carrying the run identity: jobname, run date,
002350               and a per-run token taken from the time of the
002351               exit's first call.  Behind the identity the
002352               header records the run's mode -- 'R' for a
002353               page-range reprint, with the first and last
002354               page reprinted, 'S' for a restart from the
002355               checkpoint, blank for a normal run -- so the
002356               cross-run duplicate-mailing check (APKDUPML)
002357               can tell a reprint from a second mailing.
002358               Companion exit APKOTLLE
002360               copies the identity from LLETRACK into
002365               DISCROUT, and the pairing programs (APKRERUN,
002370               APKRESCK) refuse input whose headers do not
002570               above.  The statistics extension record
002575               (tagged *STATEXT behind the STATS-REC image)
002580               reports which method drove the run, together
002581               with the e-delivery suppression totals, the
002582               duplex filler pages inserted (already inside
002583               the DOCINDEX and INSCTL spans), and the pages
002584               a restart or reprint kept out of the output --
002585               the figures balancing program APKBALCK needs
002586               to prove the page count against DOCINDEX.
002590
002595               Bytes 3-15 of INP-UAREA request the page-range
002600               reprint mode: byte 3 (UAREA-REPRINT-SW) set to 'R'
005762         FILE STATUS IS INS-FILE-STATUS.
005764     SELECT SUP-FILE ASSIGN TO SUPLIST
005765         FILE STATUS IS SUP-FILE-STATUS.
005767     SELECT HH-FILE ASSIGN TO HHXREF
005769         FILE STATUS IS HH-FILE-STATUS.
005771     SELECT MH-FILE ASSIGN TO MAILHOLD
005773         FILE STATUS IS MH-FILE-STATUS.
005775     SELECT PULL-FILE ASSIGN TO PULLLIST
005777         FILE STATUS IS PULL-FILE-STATUS.
005782     EJECT
005800 DATA DIVISION.
005810 FILE SECTION.
005991 01  DOCIDX-REC.
005992*    one record per statement document: the account number from
005993*    the first data line of the document, where the document
006003*    starts in the AFP job, and how many pages it spans, then
006013*    the sequence of the inserter piece that mails it (the
006023*    piece number the camera marks print).
006033     05  DOCIDX-ACCOUNT      PIC X(10).
006043     05  DOCIDX-FIRST-PAGE   PIC 9(8).
006053     05  DOCIDX-PAGE-COUNT   PIC 9(8).
006063     05  DOCIDX-PIECE-SEQ    PIC 9(8).
006073     05  FILLER              PIC X(46).
006083     EJECT
006100 FD  XREF-FILE
006110     RECORDING MODE F
006120     LABEL RECORDS STANDARD
006247     05  INS-END-PAGE        PIC 9(8).
006248     05  INS-PAGE-COUNT      PIC 9(8).
006249     05  INS-BIN-CODE        PIC X(2).
006250*    householding: the statements combined into the piece (01
006251*    for a piece of one) and, for each, its first page as an
006252*    offset from INS-START-PAGE and its page count -- filler
006253*    pages excluded.  Left blank when HHXREF is not in use.
006254     05  INS-HH-AREA.
006255         10  INS-HH-DOCS     PIC 9(2).
006256         10  INS-HH-MEMBER OCCURS 6 TIMES.
006257             15  INS-HH-OFFSET   PIC 9(4).
006258             15  INS-HH-PAGES    PIC 9(4).
006259     05  FILLER              PIC X(4).
006260 FD  SUP-FILE
006261     RECORDING MODE F
006262     LABEL RECORDS STANDARD
006263     BLOCK CONTAINS 0 RECORDS
006264     RECORD CONTAINS 80 CHARACTERS.
006265 01  SUP-REC.
006266*    one e-delivery account number per record; a document whose
006267*    account appears here is deleted instead of printed.
006268     05  SUP-ACCOUNT         PIC X(10).
006270     05  FILLER              PIC X(70).
006271     EJECT
006272 FD  HH-FILE
006273     RECORDING MODE F
006274     LABEL RECORDS STANDARD
006275     BLOCK CONTAINS 0 RECORDS
006276     RECORD CONTAINS 80 CHARACTERS.
006277 01  HH-REC.
006278*    one account and the household it mails with; consecutive
006279*    documents of one household share an envelope.
006280     05  HH-ACCOUNT          PIC X(10).
006281     05  HH-KEY              PIC X(10).
006282     05  FILLER              PIC X(60).
006283*    a '*MAXSHEETS' record overrides the sheets-per-envelope
006284*    limit with the count in columns 11-13.
006285 01  HH-CTL-REC.
006286     05  HHC-TAG             PIC X(10).
006287     05  HHC-SHEETS          PIC 9(3).
006288     05  FILLER              PIC X(67).
006289     EJECT
006290 FD  MH-FILE
006291     RECORDING MODE F
006292     LABEL RECORDS STANDARD
006293     BLOCK CONTAINS 0 RECORDS
006294     RECORD CONTAINS 80 CHARACTERS.
006295 01  MH-REC.
006296*    one account held for returned mail per record; its pieces
006297*    are pulled from the inserter run instead of mailed.
006298     05  MH-ACCOUNT          PIC X(10).
006299     05  FILLER              PIC X(70).
006300     EJECT
006301 FD  PULL-FILE
006302     RECORDING MODE F
006303     LABEL RECORDS STANDARD
006304     BLOCK CONTAINS 0 RECORDS
006305     RECORD CONTAINS 80 CHARACTERS.
006306 01  PULL-REC.
006307*    one record per held document: the piece it mails in, as
006308*    the camera marks number it, the piece's page span, the
006309*    document's own first page, and the bin the piece would
006310*    have used had it not been diverted to '99'.
006311     05  PULL-PIECE          PIC 9(8).
006312     05  PULL-ACCOUNT        PIC X(10).
006313     05  PULL-START-PAGE     PIC 9(8).
006314     05  PULL-END-PAGE       PIC 9(8).
006315     05  PULL-PAGE-COUNT     PIC 9(8).
006316     05  PULL-DOC-PAGE       PIC 9(8).
006317     05  PULL-BIN-CODE       PIC X(2).
006318     05  FILLER              PIC X(28).
006319 WORKING-STORAGE SECTION.
006320 77  PGMNAME                 PIC X(8) VALUE 'APKINLLE'.
006321 77  ABND-PGM                PIC X(8) VALUE 'CEE3ABD '.
006322 77  ABEND-CODE              PIC S9(9) BINARY VALUE 12.
006323 77  LINE-COUNT              PIC S9(8) BINARY VALUE ZERO.
006324 77  LLE-COUNT               PIC S9(8) BINARY VALUE ZERO.
006325 77  OTHER-COUNT             PIC S9(8) BINARY VALUE ZERO.
006326 77  OVERLAY-COUNT           PIC S9(8) BINARY VALUE ZERO.
006327 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
006328* a distinct user abend code separates "page brackets did not
006329* balance" from the corrupt-record abend (ABEND-CODE above).
006330 77  BRACKET-ABEND-CODE      PIC S9(9) BINARY VALUE 16.
006331* one operator heartbeat message is issued per this many
006332* pages so automation can track throughput on long runs.
006333 77  WTO-INTERVAL            PIC S9(8) BINARY VALUE 10000.
006334 77  PAGES-SINCE-WTO         PIC S9(8) BINARY VALUE ZERO.
006340 77  CKPT-FILE-STATUS        PIC XX VALUE ZERO.
006342     88  CKPT-FILE-OK        VALUE '00'.
006344 77  CKPT-INTERVAL           PIC S9(8) BINARY VALUE 500.
006350 77  FIRST-CALL-FLAG         PIC X VALUE HIGH-VALUE.
006352     88  FIRST-CALL          VALUE HIGH-VALUE.
006354     88  NOTFIRST-CALL       VALUE LOW-VALUE.
006363 77  PAGE-COUNT              PIC S9(8) BINARY VALUE ZERO.
006372* pages a restart or reprint keeps out of the output: counted
006381* in PAGE-COUNT but never part of any document span.
006390 77  SKIP-PAGE-COUNT         PIC S9(8) BINARY VALUE ZERO.
006402 77  REPRINT-FLAG            PIC X VALUE LOW-VALUE.
006403     88  REPRINT-ACTIVE      VALUE HIGH-VALUE.
006404     88  REPRINT-INACTIVE    VALUE LOW-VALUE.
006566     88  ACCT-PENDING        VALUE HIGH-VALUE.
006568     88  ACCT-NOT-PENDING    VALUE LOW-VALUE.
006570 77  HOLD-ACCOUNT            PIC X(10) VALUE SPACES.
006571 77  DOC-ACCOUNT             PIC X(10) VALUE SPACES.
006572 77  DOC-FIRST-PAGE          PIC S9(8) BINARY VALUE ZERO.
006573* the inserter piece (MARK-DOC-SEQ) the open document started
006574* in, for its DOCINDEX record.
006575 77  DOC-PIECE-SEQ           PIC S9(8) BINARY VALUE ZERO.
006576* last page seen for the open document -- kept separately from
006578* PAGE-COUNT so pages a restart or reprint suppresses at the
006580* tail of the job do not inflate the document's page span.
007168                             PIC 9(9)V99.
007170 77  DOC-AMT-FLAG            PIC X VALUE LOW-VALUE.
007172     88  DOC-AMT-SEEN        VALUE HIGH-VALUE.
007173     88  DOC-AMT-UNSEEN      VALUE LOW-VALUE.
007174 77  DOC-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
007175 77  EXTRACT-DOC-COUNT       PIC S9(8) BINARY VALUE ZERO.
007176 77  GRAND-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
007177* inserter control state: SF-MMC medium-map changes mark the
007178* document boundaries; the bin code comes from the last two
007179* characters of the medium-map name ('99' when not numeric,
007180* so the mail room diverts the piece instead of guessing).
007181 77  INS-FILE-STATUS         PIC XX VALUE ZERO.
007182     88  INS-FILE-OK         VALUE '00'.
007183 77  INS-OPEN-FLAG           PIC X VALUE LOW-VALUE.
007184     88  INS-OPEN            VALUE HIGH-VALUE.
007185     88  INS-NOTOPEN         VALUE LOW-VALUE.
007186     88  INS-FAILED          VALUE 'F'.
007187 77  INS-DOC-FLAG            PIC X VALUE LOW-VALUE.
007188     88  INS-DOC-OPEN        VALUE HIGH-VALUE.
007189     88  INS-DOC-CLOSED      VALUE LOW-VALUE.
007190 77  INS-MAP-NAME            PIC X(8) VALUE SPACES.
007191 77  INS-START-PAGE-W        PIC S9(8) BINARY VALUE ZERO.
007192 77  INS-LAST-PAGE-W         PIC S9(8) BINARY VALUE ZERO.
007193 77  INS-BIN-WORK            PIC X(2) VALUE '99'.
007194 77  INS-NX                  PIC S9(4) BINARY VALUE ZERO.
007195* the bin of the open piece, taken from the map in effect on
007196* its pages -- a medium-map change ahead of the next document
007197* must not re-bin a piece whose close was deferred past it.
007198 77  INS-PIECE-BIN           PIC X(2) VALUE '99'.
007199* the last page the open inserter document held before this
007200* one, and whether this page's BPG is the one that opened the
007201* document -- both kept so a page that turns out to belong to
007259 01  SUP-TABLE.
007260     05  SUP-ENTRY OCCURS 5000 TIMES.
007261         10  ST-ACCOUNT      PIC X(10).
007262* householding state: the account-to-household table is loaded
007263* from HHXREF once at first call; while it is non-empty a
007264* document boundary leaves the piece open (HH-PENDING) until
007265* the next document's account is known, and the boundary that
007266* lets the next document join the piece passes without the
007267* filler, mark, or close (HH-BOUNDARY-HOLDS).  A piece closed
007268* that way is written once its chain has run (HH-CLOSE-DUE).
007269* The members of the open piece are kept for its INSCTL record.
007270 77  HH-FILE-STATUS          PIC XX VALUE ZERO.
007271     88  HH-FILE-OK          VALUE '00'.
007272 77  HH-ENABLED-FLAG         PIC X VALUE LOW-VALUE.
007273     88  HH-ENABLED          VALUE HIGH-VALUE.
007274     88  HH-DISABLED         VALUE LOW-VALUE.
007275 77  HH-MAX                  PIC S9(4) BINARY VALUE 5000.
007276 77  HH-COUNT                PIC S9(4) BINARY VALUE ZERO.
007277 77  HH-LOST-COUNT           PIC S9(8) BINARY VALUE ZERO.
007278 77  HH-HX                   PIC S9(4) BINARY VALUE ZERO.
007279 77  HH-MAX-SHEETS           PIC S9(4) BINARY VALUE 6.
007280 77  HH-DOC-MAX              PIC S9(4) BINARY VALUE 6.
007281 77  HH-SHEETS               PIC S9(8) BINARY VALUE ZERO.
007282 77  HH-PEND-FLAG            PIC X VALUE LOW-VALUE.
007283     88  HH-PENDING          VALUE HIGH-VALUE.
007284     88  HH-NOT-PENDING      VALUE LOW-VALUE.
007285 77  HH-BNDRY-FLAG           PIC X VALUE LOW-VALUE.
007286     88  HH-BOUNDARY-HOLDS   VALUE HIGH-VALUE.
007287     88  HH-BOUNDARY-ENDS    VALUE LOW-VALUE.
007288 77  HH-CLOSE-FLAG           PIC X VALUE LOW-VALUE.
007289     88  HH-CLOSE-DUE        VALUE HIGH-VALUE.
007290     88  HH-CLOSE-NOT-DUE    VALUE LOW-VALUE.
007291 77  HH-JOIN-FLAG            PIC X VALUE LOW-VALUE.
007292     88  HH-JOIN             VALUE HIGH-VALUE.
007293     88  HH-NO-JOIN          VALUE LOW-VALUE.
007294 77  HH-MEMBER-FLAG          PIC X VALUE LOW-VALUE.
007295     88  HH-MEMBER-DUE       VALUE HIGH-VALUE.
007296     88  HH-MEMBER-NOT-DUE   VALUE LOW-VALUE.
007297 77  HH-KEY-FLAG             PIC X VALUE LOW-VALUE.
007298     88  HH-KEY-DUE          VALUE HIGH-VALUE.
007299     88  HH-KEY-KNOWN        VALUE LOW-VALUE.
007300 77  HH-NEW-ACCOUNT          PIC X(10) VALUE SPACES.
007301 77  HH-NEW-KEY              PIC X(10) VALUE SPACES.
007302 77  HH-PIECE-KEY            PIC X(10) VALUE SPACES.
007303 77  HH-PIECE-DOCS           PIC S9(4) BINARY VALUE ZERO.
007304 77  HH-MEMBER-START         PIC S9(8) BINARY VALUE ZERO.
007305 77  HH-FILLER-PAGE          PIC S9(4) BINARY VALUE ZERO.
007306 77  HH-MX                   PIC S9(4) BINARY VALUE ZERO.
007307 77  HH-PIECE-COUNT          PIC S9(8) BINARY VALUE ZERO.
007308 77  HH-DOC-COUNT            PIC S9(8) BINARY VALUE ZERO.
007309* a tag-mode BNG that lets its document into the open piece
007310* holds the document it closes out of DOCINDEX and MONEXTR
007311* until the member's first page shows its bin: a bin change
007312* breaks the piece there, and any filler page it takes belongs
007313* to the held document's span.
007314 77  HH-HELD-FLAG            PIC X VALUE LOW-VALUE.
007315     88  HH-DOC-HELD         VALUE HIGH-VALUE.
007316     88  HH-DOC-NOT-HELD     VALUE LOW-VALUE.
007317 77  HH-HELD-ACCOUNT         PIC X(10) VALUE SPACES.
007318 77  HH-HELD-FIRST           PIC S9(8) BINARY VALUE ZERO.
007319 77  HH-HELD-LAST            PIC S9(8) BINARY VALUE ZERO.
007320 77  HH-HELD-SEQ             PIC S9(8) BINARY VALUE ZERO.
007321 77  HH-HELD-AMT-FLAG        PIC X VALUE LOW-VALUE.
007322     88  HH-HELD-AMT-SEEN    VALUE HIGH-VALUE.
007323 77  HH-HELD-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
007324 01  HH-MEMBERS.
007325     05  HH-MEMBER OCCURS 6 TIMES.
007326         10  HM-OFFSET       PIC S9(8) BINARY.
007327         10  HM-PAGES        PIC S9(8) BINARY.
007328 01  HH-TABLE.
007329     05  HH-ENTRY OCCURS 5000 TIMES.
007330         10  HT-ACCOUNT      PIC X(10).
007331         10  HT-KEY          PIC X(10).
007332* returned-mail hold state: the account list is loaded from
007333* MAILHOLD once at first call.  Each kept document of a held
007334* account is queued by its first page as its account settles;
007335* the piece whose span takes that page in is written with bin
007336* '99' and listed on PULLLIST.  Checking the span when the
007337* piece is written, not when the account arrives, keeps a held
007338* boundary from pulling the piece before or after it.
007339 77  MH-FILE-STATUS          PIC XX VALUE ZERO.
007340     88  MH-FILE-OK          VALUE '00'.
007341 77  PULL-FILE-STATUS        PIC XX VALUE ZERO.
007342     88  PULL-FILE-OK        VALUE '00'.
007343 77  PULL-OPEN-FLAG          PIC X VALUE LOW-VALUE.
007344     88  PULL-OPEN           VALUE HIGH-VALUE.
007345     88  PULL-NOTOPEN        VALUE LOW-VALUE.
007346     88  PULL-FAILED         VALUE 'F'.
007347 77  MH-ENABLED-FLAG         PIC X VALUE LOW-VALUE.
007348     88  MH-ENABLED          VALUE HIGH-VALUE.
007349     88  MH-DISABLED         VALUE LOW-VALUE.
007350 77  MH-MAX                  PIC S9(4) BINARY VALUE 5000.
007351 77  MH-COUNT                PIC S9(4) BINARY VALUE ZERO.
007352 77  MH-LOST-COUNT           PIC S9(8) BINARY VALUE ZERO.
007353 77  MH-SX                   PIC S9(4) BINARY VALUE ZERO.
007354 77  MH-FOUND-FLAG           PIC X VALUE LOW-VALUE.
007355     88  MH-MATCH            VALUE HIGH-VALUE.
007356     88  MH-NOMATCH          VALUE LOW-VALUE.
007357 77  MH-PIECE-FLAG           PIC X VALUE LOW-VALUE.
007358     88  MH-PIECE-HELD       VALUE HIGH-VALUE.
007359     88  MH-PIECE-FREE       VALUE LOW-VALUE.
007360 77  MH-PEND-MAX             PIC S9(4) BINARY VALUE 50.
007361 77  MH-PEND-COUNT           PIC S9(4) BINARY VALUE ZERO.
007362 77  MH-PEND-LOST            PIC S9(8) BINARY VALUE ZERO.
007363 77  MH-PX                   PIC S9(4) BINARY VALUE ZERO.
007364 77  MH-KX                   PIC S9(4) BINARY VALUE ZERO.
007365 77  MH-DOC-COUNT            PIC S9(8) BINARY VALUE ZERO.
007366 77  MH-PIECE-COUNT          PIC S9(8) BINARY VALUE ZERO.
007367 01  MH-PENDING-DOCS.
007368     05  MH-PEND OCCURS 50 TIMES.
007369         10  MP-ACCOUNT      PIC X(10).
007370         10  MP-FIRST-PAGE   PIC S9(8) BINARY.
007371 01  MH-TABLE.
007372     05  MH-ENTRY OCCURS 5000 TIMES.
007373         10  MHT-ACCOUNT     PIC X(10).
007374* document-detection mode: the first Begin Named Group seen
007375* switches the run from the fixed-offset scrape to the AFP
007376* index tags; DOCINDEX, MONEXTR, INSCTL, and the e-delivery
007377* suppression all key off the same detection.
007378 77  DETECT-MODE-FLAG        PIC X VALUE LOW-VALUE.
007379     88  TAG-MODE            VALUE HIGH-VALUE.
007380     88  OFFSET-MODE         VALUE LOW-VALUE.
007381 77  TAG-ACCOUNT             PIC X(10) VALUE SPACES.
007382* a named group whose account is on the e-delivery list is
007383* dropped whole, BNG through ENG -- the decision is made at
007384* the group boundary, before any of its pages pass, so no
007385* page bracket needs to be held back in tag mode.  When the
007386* group name passed but the ACCOUNT tag then matched, the BNG
007387* is already out: its ENG is kept so the group stays balanced
007388* (an empty named group remains in the stream), and the flag
007389* below records which way the BNG went.
007390 77  SUP-GROUP-FLAG          PIC X VALUE LOW-VALUE.
007391     88  SUP-GROUP-DROP      VALUE HIGH-VALUE.
007392     88  SUP-GROUP-KEEP      VALUE LOW-VALUE.
007393 77  BNG-OUT-FLAG            PIC X VALUE LOW-VALUE.
007394     88  BNG-EMITTED         VALUE HIGH-VALUE.
007395     88  BNG-DROPPED         VALUE LOW-VALUE.
007396* written behind the STATS-REC image on STATSOUT and the
007397* history GDG: the detection method that drove the run ('G'
007398* named groups, 'O' fixed offsets) and the e-delivery
007399* suppression totals.  The leading '*' keeps it apart from
007400* the run records for every reader of these datasets.
007401 01  STATS-EXT-REC.
007402     05  SEXT-TAG            PIC X(8) VALUE '*STATEXT'.
007403     05  SEXT-METHOD         PIC X.
007404     05  SEXT-SUP-DOCS       PIC 9(8).
007405     05  SEXT-SUP-PAGES      PIC 9(8).
007406     05  SEXT-FILLER-PAGES   PIC 9(8).
007407     05  SEXT-SKIP-PAGES     PIC 9(8).
007408     05  FILLER              PIC X(39) VALUE SPACE.
007409* duplex filler state: a document closing with an odd page
007410* count gets a blank page (BPG, empty NOP, EPG) inserted ahead
007411* of its closing boundary.  The chain counter walks the three
007412* inserts, one INP-INSERT recall at a time; the page, document,
007413* and inserter spans are bumped when the chain starts so every
007414* count downstream reflects the physical sheet.
007415 77  FILLER-STATE            PIC S9(4) BINARY VALUE ZERO.
007416 77  FILLER-PAGE-COUNT       PIC S9(8) BINARY VALUE ZERO.
007417 77  FILLER-Q                PIC S9(8) BINARY VALUE ZERO.
007418 77  FILLER-R                PIC S9(8) BINARY VALUE ZERO.
007419 77  FILLER-SPAN             PIC S9(8) BINARY VALUE ZERO.
007420* the chain runs once per closing boundary: this latch keeps
007421* the recall that follows it (and the repeated EOF calls) from
007422* starting the chain again before the document actually closes.
007423 77  CHAIN-FLAG              PIC X VALUE LOW-VALUE.
007424     88  CHAIN-RAN           VALUE HIGH-VALUE.
007425     88  CHAIN-NOT-RAN       VALUE LOW-VALUE.
007426* inserter camera mark state: one mark NOP ahead of each kept
007427* page's first line, plus an end-of-piece mark emitted through
007428* the insert chain when the document closes.  The piece
007429* sequence climbs as inserter documents open; the PAGES index
007430* tag, when the formatter sends one, supplies the total page
007431* count for the per-page marks.
007432 77  MARK-PEND-FLAG          PIC X VALUE LOW-VALUE.
007433     88  MARK-PENDING        VALUE HIGH-VALUE.
007434     88  MARK-NOT-PENDING    VALUE LOW-VALUE.
007435 77  MARK-DOC-SEQ            PIC S9(8) BINARY VALUE ZERO.
007436 77  MARK-ACCOUNT-W          PIC X(10) VALUE SPACES.
007437 77  MARK-COUNT              PIC S9(8) BINARY VALUE ZERO.
007438 77  TAG-DOC-PAGES           PIC S9(8) BINARY VALUE ZERO.
007439 01  TAG-PAGES-WORK.
007440     05  TAG-PAGES-X         PIC X(8).
007441 01  TAG-PAGES-N REDEFINES TAG-PAGES-WORK
007442                             PIC 9(8).
007443 01  MARK-LINE.
007444     05  FILLER              PIC X(5) VALUE '*OMR '.
007445     05  MARK-PIECE          PIC 9(8).
007446     05  FILLER              PIC X(1) VALUE SPACE.
007447     05  MARK-ACCOUNT        PIC X(10).
007448     05  FILLER              PIC X(6) VALUE ' PAGE '.
007449     05  MARK-PAGE-NO        PIC 9(4).
007450     05  FILLER              PIC X(4) VALUE ' OF '.
007451     05  MARK-PAGE-TOT       PIC 9(4).
007452     05  FILLER              PIC X(2) VALUE ' *'.
007453 01  MARK-END-LINE.
007454     05  FILLER              PIC X(5) VALUE '*OMR '.
007455     05  MEND-PIECE          PIC 9(8).
007456     05  FILLER              PIC X(1) VALUE SPACE.
007457     05  MEND-ACCOUNT        PIC X(10).
007458     05  FILLER              PIC X(8) VALUE ' TOTAL  '.
007459     05  MEND-PAGE-TOT       PIC 9(4).
007460     05  FILLER              PIC X(2) VALUE ' *'.
007461* the run identity, built once at first call and written as
007462* the first record of every dataset this run produces: the
007463* jobname, the run date, and a per-run token (the time of the
007464* first call) that pairs the files of one run and no other.
007465* Downstream programs refuse input whose headers do not match.
007466 01  RUNHDR-REC.
007467     05  RHDR-TAG            PIC X(8) VALUE '*RUNHDR '.
007468     05  RHDR-JOBNAME        PIC X(8) VALUE SPACE.
007469     05  RHDR-DATE           PIC 9(8) VALUE ZERO.
007470     05  RHDR-TOKEN          PIC X(8) VALUE SPACE.
007471* the run's mode, after the identity so the 32-byte identity
007472* the pairing programs compare is unchanged: 'R' a reprint of
007473* the page range given, 'S' a restart, blank a normal run.
007474     05  RHDR-MODE           PIC X(1) VALUE SPACE.
007475     05  RHDR-REPRINT-FROM   PIC 9(8) VALUE ZERO.
007476     05  RHDR-REPRINT-TO     PIC 9(8) VALUE ZERO.
007477     05  FILLER              PIC X(31) VALUE SPACE.
007478 01  STATS-IMAGE             PIC X(80) VALUE SPACE.
007479     SKIP2
007480         SKIP1
007481/ AFP STRUCTURED FIELD DEFINITIONS.
007500     COPY STRFLDS SUPPRESS.
007600/ PASSED PARAMETERS.
007700 LINKAGE SECTION.
011900* make work area, attributes, and input line addressable.
012000     SET ADDRESS OF INP-UAREA TO INP-USTOR.
012100     SET ADDRESS OF INP-ATTR TO INP-PFATTR.
012101     SET ADDRESS OF INP-REC TO INP-RECPTR.
012102     IF UAREA-INSERT-ON
012103      THEN
012104       SET INSERT-LINE TO TRUE
012105      ELSE
012106       SET NOINSERT-LINE TO TRUE
012107     END-IF.
012108* on the very first call, look for a checkpoint left behind by
012109* an earlier run of this job step and pick up where it left
012110* off instead of reconverting pages already sent to AFP.
012111     IF FIRST-CALL
012112      THEN
012113       SET NOTFIRST-CALL TO TRUE
012114       OPEN INPUT CKPT-FILE
012115       IF CKPT-FILE-OK
012116        THEN
012117         READ CKPT-FILE
012118          AT END
012119           MOVE ZERO TO RESTART-PAGE
012120          NOT AT END
012121           MOVE CKPT-PAGE TO RESTART-PAGE
012122         END-READ;
012123         CLOSE CKPT-FILE
012124       END-IF;
012125       IF RESTART-PAGE > ZERO
012126        THEN
012127         MOVE RESTART-PAGE TO CNT-DISP;
012128         DISPLAY PGMNAME, ' RESTARTING AFTER PAGE', CNT-DISP;
012129         MOVE 'S' TO RHDR-MODE;
012130         DISPLAY 'APKI004I ', PGMNAME, ' RESTARTING AFTER',
012131                 ' PAGE', CNT-DISP UPON CNSL
012132       END-IF;
012133* a reprint run is requested through the work area: switch 'R'
012134* plus a from/to page range.  Validate the range once here; a
012135* malformed one is reported and then ignored rather than left
012136* to delete the whole job silently.
012137       IF UAREA-REPRINT-ON
012138        THEN
012139         IF UAREA-REPRINT-FROM IS NUMERIC
012140            AND UAREA-REPRINT-TO IS NUMERIC
012141          THEN
012142           MOVE UAREA-REPRINT-FROM TO REPRINT-FROM-PAGE;
012143           MOVE UAREA-REPRINT-TO TO REPRINT-TO-PAGE
012144         END-IF;
012145         IF REPRINT-FROM-PAGE > ZERO
012146            AND REPRINT-TO-PAGE NOT < REPRINT-FROM-PAGE
012147          THEN
012148           SET REPRINT-ACTIVE TO TRUE;
012149           MOVE 'R' TO RHDR-MODE;
012150           MOVE REPRINT-FROM-PAGE TO RHDR-REPRINT-FROM;
012151           MOVE REPRINT-TO-PAGE TO RHDR-REPRINT-TO;
012152           MOVE REPRINT-FROM-PAGE TO CNT-DISP;
012153           DISPLAY PGMNAME, ' REPRINT MODE, FROM PAGE', CNT-DISP;
012154           MOVE REPRINT-TO-PAGE TO CNT-DISP;
012155           DISPLAY PGMNAME, ' REPRINT MODE, TO PAGE  ', CNT-DISP
012156          ELSE
012157           DISPLAY PGMNAME, ' REPRINT PAGE RANGE INVALID --',
012158                   ' REPRINT REQUEST IGNORED.'
012159         END-IF
012160       END-IF;
012161* build the run identity stamped into every dataset this run
012162* produces: jobname, run date, and the time of this first call
012163* as the per-run token.  A failed jobname lookup leaves the
012164* field blank; the date and token still pair the run's files.
012165       CALL GTJS-PGM USING GTJS-JOBNAME, GTJS-STEPNAME,
012166            GTJS-PROCNAME, GTJS-FC;
012167       IF GTJS-FC-OK
012168        THEN
012169         MOVE GTJS-JOBNAME TO RHDR-JOBNAME
012170        ELSE
012171         MOVE SPACES TO RHDR-JOBNAME
012172       END-IF;
012173       ACCEPT RHDR-DATE FROM DATE YYYYMMDD;
012174       ACCEPT RHDR-TOKEN FROM TIME;
012175* load the e-delivery suppression list.  A missing SUPLIST DD
012176* fails the OPEN and the feature is skipped for the run, the
012177* same as the other optional datasets; an empty list likewise
012178* leaves every document printing.
012179       OPEN INPUT SUP-FILE;
012180       IF SUP-FILE-OK
012181        THEN
012182         PERFORM UNTIL NOT SUP-FILE-OK
012183           READ SUP-FILE
012184            AT END
012185             CONTINUE
012186            NOT AT END
012187             IF SUP-ACCOUNT NOT = SPACES
012188              THEN
012189               IF SUP-COUNT < SUP-MAX
012190                THEN
012191                 ADD 1 TO SUP-COUNT;
012192                 MOVE SUP-ACCOUNT TO ST-ACCOUNT (SUP-COUNT)
012193                ELSE
012194                 ADD 1 TO SUP-LOST-COUNT
012195               END-IF
012196             END-IF
012197           END-READ
012198         END-PERFORM;
012199         CLOSE SUP-FILE;
012200         IF SUP-COUNT > ZERO
012201          THEN
012202           SET SUP-ENABLED TO TRUE
012203         END-IF;
012204         MOVE SUP-COUNT TO CNT-DISP;
012205         DISPLAY PGMNAME, CNT-DISP, ' e-delivery accounts',
012206                 ' loaded for suppression.';
012207         IF SUP-LOST-COUNT > ZERO
012208          THEN
012209           MOVE SUP-LOST-COUNT TO CNT-DISP;
012210           DISPLAY PGMNAME, CNT-DISP, ' SUPLIST ACCOUNTS PAST',
012211                   ' THE TABLE LIMIT -- THOSE DOCUMENTS WILL',
012212                   ' STILL PRINT.';
012213           DISPLAY 'APKI006E ', PGMNAME, ' SUPLIST TABLE',
012214                   ' OVERFLOWED' UPON CNSL
012215         END-IF
012216        ELSE
012217         DISPLAY PGMNAME, ' SUPLIST OPEN FAILED, STATUS=',
012218                 SUP-FILE-STATUS, ' -- E-DELIVERY SUPPRESSION',
012219                 ' DISABLED.'
012220       END-IF;
012221* load the household cross-reference the same way.  A missing
012222* HHXREF DD or an empty table leaves every document a piece of
012223* its own; a '*MAXSHEETS' record overrides the sheets-per-
012224* envelope limit, and other records opening with '*' are
012225* comments.  An e-delivery account never shares an envelope,
012226* so the household lookup below treats it as having none.
012227       OPEN INPUT HH-FILE;
012228       IF HH-FILE-OK
012229        THEN
012230         PERFORM UNTIL NOT HH-FILE-OK
012231           READ HH-FILE
012232            AT END
012233             CONTINUE
012234            NOT AT END
012235             IF HHC-TAG = '*MAXSHEETS'
012236              THEN
012237               IF HHC-SHEETS NUMERIC AND HHC-SHEETS > ZERO
012238                THEN
012239                 MOVE HHC-SHEETS TO HH-MAX-SHEETS
012240               END-IF
012241              ELSE
012242               IF HH-ACCOUNT NOT = SPACES AND HH-KEY NOT = SPACES
012243                  AND HH-ACCOUNT (1:1) NOT = '*'
012244                THEN
012245                 IF HH-COUNT < HH-MAX
012246                  THEN
012247                   ADD 1 TO HH-COUNT;
012248                   MOVE HH-ACCOUNT TO HT-ACCOUNT (HH-COUNT);
012249                   MOVE HH-KEY TO HT-KEY (HH-COUNT)
012250                  ELSE
012251                   ADD 1 TO HH-LOST-COUNT
012252                 END-IF
012253               END-IF
012254             END-IF
012255           END-READ
012256         END-PERFORM;
012257         CLOSE HH-FILE;
012258         IF HH-COUNT > ZERO
012259          THEN
012260           SET HH-ENABLED TO TRUE
012261         END-IF;
012262         MOVE HH-COUNT TO CNT-DISP;
012263         DISPLAY PGMNAME, CNT-DISP, ' household accounts',
012264                 ' loaded for combined mailing.';
012265         MOVE HH-MAX-SHEETS TO CNT-DISP;
012266         DISPLAY PGMNAME, CNT-DISP, ' sheets per envelope',
012267                 ' at most.';
012268         IF HH-LOST-COUNT > ZERO
012269          THEN
012270           MOVE HH-LOST-COUNT TO CNT-DISP;
012271           DISPLAY PGMNAME, CNT-DISP, ' HHXREF ACCOUNTS PAST',
012272                   ' THE TABLE LIMIT -- THOSE DOCUMENTS WILL',
012273                   ' MAIL ALONE.';
012274           DISPLAY 'APKI007E ', PGMNAME, ' HHXREF TABLE',
012275                   ' OVERFLOWED' UPON CNSL
012276         END-IF
012277        ELSE
012278         DISPLAY PGMNAME, ' HHXREF OPEN FAILED, STATUS=',
012279                 HH-FILE-STATUS, ' -- HOUSEHOLDING DISABLED.'
012280       END-IF;
012281* load the returned-mail hold list the same way.  A missing
012282* MAILHOLD DD or an empty list leaves every piece mailing;
012283* records opening with '*' are comments.
012284       OPEN INPUT MH-FILE;
012285       IF MH-FILE-OK
012286        THEN
012287         PERFORM UNTIL NOT MH-FILE-OK
012288           READ MH-FILE
012289            AT END
012290             CONTINUE
012291            NOT AT END
012292             IF MH-ACCOUNT NOT = SPACES
012293                AND MH-ACCOUNT (1:1) NOT = '*'
012294              THEN
012295               IF MH-COUNT < MH-MAX
012296                THEN
012297                 ADD 1 TO MH-COUNT;
012298                 MOVE MH-ACCOUNT TO MHT-ACCOUNT (MH-COUNT)
012299                ELSE
012300                 ADD 1 TO MH-LOST-COUNT
012301               END-IF
012302             END-IF
012303           END-READ
012304         END-PERFORM;
012305         CLOSE MH-FILE;
012306         IF MH-COUNT > ZERO
012307          THEN
012308           SET MH-ENABLED TO TRUE
012309         END-IF;
012310         MOVE MH-COUNT TO CNT-DISP;
012311         DISPLAY PGMNAME, CNT-DISP, ' returned-mail accounts',
012312                 ' loaded for hold.';
012313         IF MH-LOST-COUNT > ZERO
012314          THEN
012315           MOVE MH-LOST-COUNT TO CNT-DISP;
012316           DISPLAY PGMNAME, CNT-DISP, ' MAILHOLD ACCOUNTS PAST',
012317                   ' THE TABLE LIMIT -- THOSE PIECES WILL',
012318                   ' STILL MAIL.';
012319           DISPLAY 'APKI008E ', PGMNAME, ' MAILHOLD TABLE',
012320                   ' OVERFLOWED' UPON CNSL
012321         END-IF
012322        ELSE
012323         DISPLAY PGMNAME, ' MAILHOLD OPEN FAILED, STATUS=',
012324                 MH-FILE-STATUS, ' -- RETURNED-MAIL HOLD',
012325                 ' DISABLED.'
012326       END-IF;
012370* log the print-mode parameters ACIF was invoked with so a job
012371* log shows what FORMDEF/PAGEDEF/font list this run used without
012372* having to go dig through the JCL.
012409          AND INS-DOC-OPEN
012410          AND FILLER-STATE = ZERO AND CHAIN-NOT-RAN
012411        THEN
012421         PERFORM START-PIECE-CHAIN
012432       END-IF;
012433       IF FILLER-STATE > ZERO
012434        THEN
012435         PERFORM EMIT-CHAIN-RECORD;
012436         SET INP-INSERT TO TRUE;
012437         GOBACK
012438       END-IF;
012439       DISPLAY PGMNAME, ' EOF REACHED.';
012440       MOVE PAGE-COUNT TO PAGE-DISP;
012441       DISPLAY PGMNAME, PAGE-DISP, ' Pages processed (BPG).';
012442       MOVE LLE-COUNT TO CNT-DISP;
012443       DISPLAY PGMNAME, CNT-DISP, ' LLE structured fields seen.';
012444       MOVE LLE-CONV-COUNT TO CNT-DISP;
012445       DISPLAY PGMNAME, CNT-DISP, ' LLE-to-NOP conversions done.';
012446       MOVE OTHER-COUNT TO CNT-DISP;
012447       DISPLAY PGMNAME, CNT-DISP, ' other fields passed.';
012448       MOVE OVERLAY-COUNT TO CNT-DISP;
012449       DISPLAY PGMNAME, CNT-DISP, ' overlay/resource refs seen.';
012450       IF SUP-ENABLED
012451        THEN
012452         MOVE SUP-DOC-COUNT TO CNT-DISP;
012453         DISPLAY PGMNAME, CNT-DISP, ' e-delivery documents',
012454                 ' suppressed.';
012455         MOVE SUP-PAGE-COUNT TO CNT-DISP;
012456         DISPLAY PGMNAME, CNT-DISP, ' e-delivery pages',
012457                 ' suppressed.';
012458         IF HOLD-OVFL-COUNT > ZERO
012459          THEN
012460           MOVE HOLD-OVFL-COUNT TO CNT-DISP;
012461           DISPLAY PGMNAME, CNT-DISP, ' pages released',
012462                   ' unjudged (hold queue full).'
012463         END-IF
012464       END-IF;
012465       IF TAG-MODE
012466        THEN
012467         DISPLAY PGMNAME, ' DOCUMENTS DETECTED FROM AFP INDEX',
012468                 ' TAGS (BNG/ENG/TLE).'
012469        ELSE
012470         DISPLAY PGMNAME, ' DOCUMENTS DETECTED FROM FIXED',
012471                 ' OFFSETS (NO INDEX TAGS SEEN).'
012472       END-IF;
012473       IF UAREA-DUPLEX-ON
012474        THEN
012475         MOVE FILLER-PAGE-COUNT TO CNT-DISP;
012476         DISPLAY PGMNAME, CNT-DISP, ' duplex filler pages',
012477                 ' inserted.'
012478       END-IF;
012479       IF UAREA-MARK-ON
012480        THEN
012481         MOVE MARK-COUNT TO CNT-DISP;
012482         DISPLAY PGMNAME, CNT-DISP, ' camera mark records',
012483                 ' inserted.'
012484       END-IF;
012485       IF HH-ENABLED
012486        THEN
012487         MOVE HH-PIECE-COUNT TO CNT-DISP;
012488         DISPLAY PGMNAME, CNT-DISP, ' household pieces',
012489                 ' combined.';
012490         MOVE HH-DOC-COUNT TO CNT-DISP;
012491         DISPLAY PGMNAME, CNT-DISP, ' documents mailed in',
012492                 ' household pieces.'
012493       END-IF;
012494       CALL GTJS-PGM USING GTJS-JOBNAME, GTJS-STEPNAME,
012495            GTJS-PROCNAME, GTJS-FC;
012496       IF NOT GTJS-FC-OK
012497        THEN
012498         DISPLAY PGMNAME, ' CEEGTJS FAILED -- JOB/STEP',
012499                 ' NAME UNAVAILABLE.';
012500         MOVE SPACES TO GTJS-JOBNAME, GTJS-STEPNAME
012501       END-IF;
012502       MOVE PGMNAME TO STATS-PGM;
012503       MOVE GTJS-JOBNAME TO STATS-JOBNAME;
012504       MOVE GTJS-STEPNAME TO STATS-STEPNAME;
012505       MOVE PAGE-COUNT TO STATS-PAGE-COUNT;
012506       COMPUTE STATS-LINE-COUNT = LLE-COUNT + OTHER-COUNT;
012507       MOVE LLE-COUNT TO STATS-LLE-SEEN;
012508       MOVE OTHER-COUNT TO STATS-OTHER-COUNT;
012509       MOVE LLE-CONV-COUNT TO STATS-LLE-COUNT;
012510       MOVE OVERLAY-COUNT TO STATS-OVERLAY-COUNT;
012511       ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD;
012512       IF TAG-MODE
012513        THEN
012514         MOVE 'G' TO SEXT-METHOD
012515        ELSE
012516         MOVE 'O' TO SEXT-METHOD
012517       END-IF;
012518       MOVE SUP-DOC-COUNT TO SEXT-SUP-DOCS;
012519       MOVE SUP-PAGE-COUNT TO SEXT-SUP-PAGES;
012520       MOVE FILLER-PAGE-COUNT TO SEXT-FILLER-PAGES;
012521       MOVE SKIP-PAGE-COUNT TO SEXT-SKIP-PAGES;
012522*      capture the run image in working storage -- the record
012523*      areas are reused for the run header, and STATS-REC must
012524*      not be touched after STATSOUT is closed.
012525       MOVE STATS-REC TO STATS-IMAGE;
012526       OPEN OUTPUT STATS-FILE;
012527       IF STATS-FILE-OK
012528        THEN
012529         WRITE STATS-REC FROM RUNHDR-REC;
012530         WRITE STATS-REC FROM STATS-IMAGE;
012531         WRITE STATS-REC FROM STATS-EXT-REC;
012532         CLOSE STATS-FILE
012533        ELSE
012534         DISPLAY PGMNAME, ' STATSOUT OPEN FAILED, STATUS=',
012535                 STATS-FILE-STATUS, ' -- STATISTICS NOT',
012536                 ' WRITTEN.';
012537         DISPLAY 'APKI001E ', PGMNAME, ' STATSOUT OPEN FAILED,',
012538                 ' STATUS=', STATS-FILE-STATUS UPON CNSL
012539       END-IF;
012540*      write the same record again to the run-history GDG so
012541*      trends survive the next run (STATSOUT is rewritten every
012542*      run); the JCL points STATSHIST at a new generation.
012543       OPEN OUTPUT HIST-FILE;
012544       IF HIST-FILE-OK
012545        THEN
012546         WRITE HIST-REC FROM RUNHDR-REC;
012547         WRITE HIST-REC FROM STATS-IMAGE;
012548         WRITE HIST-REC FROM STATS-EXT-REC;
012549         CLOSE HIST-FILE
012550        ELSE
012551         DISPLAY PGMNAME, ' STATSHIST OPEN FAILED, STATUS=',
012552                 HIST-FILE-STATUS, ' -- HISTORY NOT WRITTEN.'
012553       END-IF;
012554*      a document a joining BNG held back goes out first.
012555       PERFORM HH-WRITE-HELD-DOC;
012556*      close out the document still open in the index: it ran
012557*      through to the last page of the job.
012558       IF DOC-FIRST-PAGE > ZERO
012559        THEN
012560         IF DOCIDX-NOTOPEN
012561          THEN
012562           OPEN OUTPUT DOCIDX-FILE;
012563           IF DOCIDX-FILE-OK
012564            THEN
012565             SET DOCIDX-OPEN TO TRUE;
012566             WRITE DOCIDX-REC FROM RUNHDR-REC
012567            ELSE
012568             SET DOCIDX-FAILED TO TRUE;
012569             DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
012570                     DOCIDX-FILE-STATUS,
012571                     ' -- DOCUMENT INDEX DISABLED.'
012572           END-IF
012573         END-IF;
012574         IF DOCIDX-OPEN
012575          THEN
012576           MOVE DOC-ACCOUNT TO DOCIDX-ACCOUNT;
012577           MOVE DOC-FIRST-PAGE TO DOCIDX-FIRST-PAGE;
012578           MOVE DOC-PIECE-SEQ TO DOCIDX-PIECE-SEQ;
012601           COMPUTE DOCIDX-PAGE-COUNT =
012602                   DOC-LAST-PAGE - DOC-FIRST-PAGE + 1;
012603           WRITE DOCIDX-REC
012744                     INS-FILE-STATUS,
012746                     ' -- INSERTER CONTROL DISABLED.'
012748           END-IF
012749         END-IF;
012750         PERFORM HH-FILL-PIECE;
012751         PERFORM MH-CLOSE-PIECE;
012752         IF INS-OPEN
012753          THEN
012754           MOVE INS-START-PAGE-W TO INS-START-PAGE;
012755           MOVE INS-LAST-PAGE-W TO INS-END-PAGE;
012756           COMPUTE INS-PAGE-COUNT =
012757                   INS-LAST-PAGE-W - INS-START-PAGE-W + 1;
012758           MOVE INS-PIECE-BIN TO INS-BIN-CODE;
012759           WRITE INS-REC
012760         END-IF;
012761         SET INS-DOC-CLOSED TO TRUE
012762       END-IF;
012763       IF INS-OPEN
012764        THEN
012765         CLOSE INS-FILE
012766       END-IF;
012767       IF PULL-OPEN
012768        THEN
012769         CLOSE PULL-FILE
012770       END-IF;
012771       IF MH-ENABLED
012772        THEN
012773         MOVE MH-PIECE-COUNT TO CNT-DISP;
012774         DISPLAY PGMNAME, CNT-DISP, ' returned-mail pieces',
012775                 ' pulled to bin 99.';
012776         MOVE MH-DOC-COUNT TO CNT-DISP;
012777         DISPLAY PGMNAME, CNT-DISP, ' held documents listed',
012778                 ' on PULLLIST.';
012779         IF MH-PEND-LOST > ZERO
012780          THEN
012781           MOVE MH-PEND-LOST TO CNT-DISP;
012782           DISPLAY PGMNAME, CNT-DISP, ' HELD DOCUMENTS PAST THE',
012783                   ' QUEUE LIMIT -- THEIR PIECES WERE MAILED.'
012784         END-IF
012785       END-IF;
012786*      hold the job when the page brackets did not balance: bad
012787*      output mid-shift is worse than a held print job.  A step
012788*      return code set here would be ACIF's to keep or ignore, so
012789*      the run is ended the way the corrupt-record check ends it,
012790*      with a user abend the scheduler cannot miss -- after all
012792*      the datasets above have been written and closed.
012794       IF BRACKET-DEPTH > ZERO
012818         CALL ABND-PGM USING BRACKET-ABEND-CODE
012820       END-IF;
012822       GOBACK;
012824     END-IF.
012826* a record this short can't even hold the structured-field
012828* header, and the SFID bytes below are unusable if they are
012830* all binary zeros or all ones -- treat either as a corrupt
012832* record rather than let it fall through to WHEN OTHER. The
012834* upper bound is the largest INP-REC the template below can
012836* describe (1+2+3+3+32747 = 32756), not an arbitrary 4-digit
012838* guess -- real AFP structured fields routinely run past 9999
012840* bytes and are not themselves a sign of corruption.
012842     IF INP-RECLEN < 9 OR INP-RECLEN > 32756
012844        OR INP-SFID = LOW-VALUES OR INP-SFID = HIGH-VALUES
012846      THEN
012848       CALL ABND-PGM USING ABEND-CODE
012850     END-IF.
012852* householding: with HHXREF loaded, a document boundary closes
012854* the inserter piece only when the next document belongs to
012856* another household or the piece is full.  A boundary that
012858* leaves room in the piece of a known household is held
012860* (HH-PENDING): a tag-mode ENG until the next BNG names the
012862* group, an offset-mode medium-map change until the held first
012864* page of the next document shows its account line (the replay
012866* below).  A BNG that joins the piece passes without the filler
012868* or the close; its member's bin, set by the medium map that
012870* follows the BNG, is checked on the member's first page.
012872     SET HH-BOUNDARY-ENDS TO TRUE.
012874     IF HH-ENABLED AND INP-SFID = SF-BNG
012876      THEN
012878       IF INP-LEN >= 10
012880        THEN
012882         MOVE INP-DATA (1:10) TO HH-NEW-ACCOUNT
012884        ELSE
012886         MOVE SPACES TO HH-NEW-ACCOUNT
012888       END-IF
012890     END-IF.
012892     IF HH-ENABLED AND FILLER-STATE = ZERO AND CHAIN-NOT-RAN
012894        AND INS-DOC-OPEN
012896        AND (PAGE-COUNT = ZERO
012898             OR (PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP))
012900      THEN
012902       IF (OFFSET-MODE AND INP-SFID = SF-MMC)
012904          OR (TAG-MODE AND INP-SFID = SF-ENG)
012906        THEN
012908         MOVE HH-PIECE-KEY TO HH-NEW-KEY;
012910         PERFORM HH-JUDGE-JOIN;
012912         IF HH-JOIN
012914          THEN
012916           SET HH-BOUNDARY-HOLDS TO TRUE;
012918           SET HH-PENDING TO TRUE
012920         END-IF
012922        ELSE
012924         IF TAG-MODE AND INP-SFID = SF-BNG
012926          THEN
012928           SET HH-NOT-PENDING TO TRUE;
012930           SET HH-MEMBER-NOT-DUE TO TRUE;
012932           PERFORM HH-FIND-KEY;
012934           PERFORM HH-JUDGE-JOIN;
012936           IF HH-JOIN
012938            THEN
012940             SET HH-BOUNDARY-HOLDS TO TRUE;
012942             SET HH-MEMBER-DUE TO TRUE
012944           END-IF
012946         END-IF
012948       END-IF
012950     END-IF.
012952* the member's first page: a bin other than the piece's breaks
012954* the piece here -- its filler and end mark go out ahead of this
012956* page, the held document's span taking in the filler -- and
012958* the piece is written once they have; the same bin lets the
012960* held document go to the index and the member join.
012962     IF HH-ENABLED AND TAG-MODE AND HH-MEMBER-DUE
012964        AND INP-SFID = SF-BPG AND INS-DOC-OPEN
012966        AND FILLER-STATE = ZERO AND CHAIN-NOT-RAN
012968      THEN
012970       IF INS-BIN-WORK NOT = INS-PIECE-BIN
012972        THEN
012974         SET HH-MEMBER-NOT-DUE TO TRUE;
012976         SET HH-CLOSE-DUE TO TRUE;
012978         IF UAREA-DUPLEX-ON OR UAREA-MARK-ON
012980          THEN
012982           PERFORM START-PIECE-CHAIN;
012984           ADD HH-FILLER-PAGE TO HH-HELD-LAST
012986         END-IF
012988        ELSE
012990         PERFORM HH-WRITE-HELD-DOC
012992       END-IF
012994     END-IF.
013014* the record arriving is about to close an inserter document
013015* (a medium-map change in offset mode, a named-group edge in
013016* tag mode): when the document holds an odd number of pages
013020* spans so every count downstream reflects the extra sheet.
013021* The close itself then runs on the recall that follows the
013022* chain, with the filler already inside the spans.
013023     IF FILLER-STATE = ZERO AND CHAIN-NOT-RAN AND HH-BOUNDARY-ENDS
013024        AND (UAREA-DUPLEX-ON OR UAREA-MARK-ON)
013025        AND INS-DOC-OPEN
013026        AND ((OFFSET-MODE AND INP-SFID = SF-MMC)
013029        AND (PAGE-COUNT = ZERO
013030             OR (PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP))
013031      THEN
013032       PERFORM START-PIECE-CHAIN
013033     END-IF.
013034     IF FILLER-STATE > ZERO
013035      THEN
013036       PERFORM EMIT-CHAIN-RECORD;
013037       SET INP-INSERT TO TRUE;
013038       GOBACK
013039     END-IF.
013040* a piece broken on its next member's bin: once the chain has
013041* run, write the held document and the piece, and let this page
013042* open the next piece.
013043     IF HH-CLOSE-DUE AND TAG-MODE AND INP-SFID = SF-BPG
013044      THEN
013045       PERFORM HH-WRITE-HELD-DOC;
013046       PERFORM HH-WRITE-PIECE;
013047       SET INS-DOC-CLOSED TO TRUE
013048     END-IF.
013049* the e-delivery list held this page's bracket back.  Only the
013050* record class the ACCT-OFFSET capture reads -- one that would
013051* fall to WHEN OTHER below -- may settle the question (plus
013052* the EPG of a page with no data lines at all); LLEs, resource
013053* invokes, and data-bearing NOPs arriving first carry resource
013054* names or padding at the account offset, not an account, so
013055* they are queued behind the bracket instead: deleted here and
013056* replayed behind the BPG when the page turns out to print,
013057* discarded with it when it does not.  Medium-map changes and
013058* index tags flow through untouched, as they do on every other
013059* dropped path.  A suppressed account discards the held BPG
013060* and queue and the page is deleted through its EPG; any other
013061* account replays the bracket and queue ahead of this record
013062* so the page prints intact and in order.
013063     IF BPG-HELD AND INP-SFID NOT = SF-BPG
013064        AND INP-SFID NOT = SF-MMC
013065        AND INP-SFID NOT = SF-BNG
013066        AND INP-SFID NOT = SF-ENG
013067        AND INP-SFID NOT = SF-TLE
013068      THEN
013069       IF INP-SFID = SF-NOP
013070        THEN
013071*        an empty NOP is padding and falls through to the
013072*        strip below; one that carries data is page content
013073*        and must not land outside the bracket.
013074         IF INP-LEN > ZERO
013075            AND INP-DATA (1:INP-LEN) NOT = SPACES
013076          THEN
013077           PERFORM QUEUE-HELD-RECORD;
013078           IF QUEUE-STORED
013079            THEN
013080             ADD 1 TO LINE-COUNT;
013081             ADD 1 TO OTHER-COUNT;
013082             GOBACK
013083            ELSE
013084             SET BPG-NOT-HELD TO TRUE;
013085             MOVE SPACES TO SUP-DOC-ACCOUNT;
013086             SET REPLAY-ACTIVE TO TRUE;
013087             MOVE ZERO TO REPLAY-IX
013088           END-IF
013089         END-IF
013090        ELSE
013091        IF INP-SFID = SF-LLE
013092         THEN
013093*         queued raw: the conversion and its LLETRACK entry
013094*         happen at replay time, when the page is known to
013095*         print, so a suppressed page's LLEs never reach the
013096*         reconciliation as phantom drops.
013097          PERFORM QUEUE-HELD-RECORD;
013098          IF QUEUE-STORED
013099           THEN
013100            ADD 1 TO LINE-COUNT;
013101            ADD 1 TO LLE-COUNT;
013102            GOBACK
013103           ELSE
013104            SET BPG-NOT-HELD TO TRUE;
013105            MOVE SPACES TO SUP-DOC-ACCOUNT;
013106            SET REPLAY-ACTIVE TO TRUE;
013107            MOVE ZERO TO REPLAY-IX
013108          END-IF
013109         ELSE
013110         IF INP-SFID = SF-IOB OR INP-SFID = SF-IPS
013111          THEN
013112*          a resource invoke: counted and cross-referenced
013113*          here, as it would be on an unheld page, then
013114*          queued behind the bracket.
013115           PERFORM QUEUE-HELD-RECORD;
013116           IF QUEUE-STORED
013117            THEN
013118             ADD 1 TO LINE-COUNT;
013119             ADD 1 TO OTHER-COUNT;
013120             ADD 1 TO OVERLAY-COUNT;
013121             IF INP-LEN >= 8
013122              THEN
013123               IF INP-SFID = SF-IOB
013124                THEN
013125                 MOVE 'IOB' TO XREF-TYPE-WORK
013126                ELSE
013127                 MOVE 'IPS' TO XREF-TYPE-WORK
013128               END-IF;
013129               PERFORM WRITE-HELD-XREF
013130             END-IF;
013131             GOBACK
013132            ELSE
013133             SET BPG-NOT-HELD TO TRUE;
013134             MOVE SPACES TO SUP-DOC-ACCOUNT;
013135             SET REPLAY-ACTIVE TO TRUE;
013136             MOVE ZERO TO REPLAY-IX
013137           END-IF
013138          ELSE
013139           SET SUP-NOMATCH TO TRUE;
013140           IF INP-SFID NOT = SF-EPG
013141              AND INP-LEN >= ACCT-OFFSET + 9
013142            THEN
013143             MOVE INP-DATA (ACCT-OFFSET:10) TO SUP-HOLD-ACCOUNT;
013144             MOVE SUP-HOLD-ACCOUNT TO HH-NEW-ACCOUNT;
013145             PERFORM VARYING SUP-SX FROM 1 BY 1
013146                     UNTIL SUP-SX > SUP-COUNT OR SUP-MATCH
013147               IF ST-ACCOUNT (SUP-SX) = SUP-HOLD-ACCOUNT
013148                THEN
013149                 SET SUP-MATCH TO TRUE
013150               END-IF
013151             END-PERFORM
013152           END-IF;
013153           SET BPG-NOT-HELD TO TRUE;
013154           IF SUP-MATCH
013155            THEN
013156             SET SUP-PAGE-DROP TO TRUE;
013157             MOVE ZERO TO HOLD-COUNT;
013158             ADD 1 TO SUP-PAGE-COUNT;
013159             IF SUP-HOLD-ACCOUNT NOT = SUP-DOC-ACCOUNT
013160              THEN
013161               ADD 1 TO SUP-DOC-COUNT;
013162               MOVE SUP-HOLD-ACCOUNT TO SUP-DOC-ACCOUNT
013163             END-IF;
013164*            the page never prints: take it back out of the
013165*            open inserter document's span, closing the
013166*            document again when this page opened it.
013167             IF INS-NEW-DOC
013168              THEN
013169               SET INS-DOC-CLOSED TO TRUE
013170              ELSE
013171               IF INS-DOC-OPEN
013172                THEN
013173                 MOVE INS-PREV-LAST-W TO INS-LAST-PAGE-W
013174               END-IF
013175             END-IF;
013176             SET ACCT-NOT-PENDING TO TRUE;
013177             SET NOTFIRST-LINE TO TRUE;
013178             SET MARK-NOT-PENDING TO TRUE
013179            ELSE
013180             MOVE SPACES TO SUP-DOC-ACCOUNT;
013181             SET REPLAY-ACTIVE TO TRUE;
013182             MOVE ZERO TO REPLAY-IX
013183           END-IF
013184          END-IF
013185         END-IF
013186        END-IF
013187     END-IF.
013188* replay a held page: the saved BPG first, then the queued
013189* records in arrival order, one INP-INSERT recall at a time;
013190* the record that settled the page follows naturally when the
013191* queue runs out.  A queued LLE is converted and tracked here,
013192* on the page now known to print.
013193     IF REPLAY-ACTIVE
013194      THEN
013195*      a page held behind a household boundary now has its
013196*      account: it joins the open piece, or the piece takes its
013197*      filler and end mark ahead of the replay and is written
013198*      before the saved BPG goes out as the next piece's first.
013199       IF REPLAY-IX = ZERO AND HH-PENDING
013200        THEN
013201         SET HH-NOT-PENDING TO TRUE;
013202         PERFORM HH-FIND-KEY;
013203         PERFORM HH-JUDGE-JOIN;
013204         IF HH-JOIN
013205          THEN
013206           PERFORM HH-ADD-MEMBER;
013207           MOVE PAGE-COUNT TO INS-LAST-PAGE-W
013208          ELSE
013209           SET HH-CLOSE-DUE TO TRUE;
013210           IF UAREA-DUPLEX-ON OR UAREA-MARK-ON
013211            THEN
013212             PERFORM START-PIECE-CHAIN
013213           END-IF
013214         END-IF
013215       END-IF;
013216       IF FILLER-STATE > ZERO
013217        THEN
013218         PERFORM EMIT-CHAIN-RECORD;
013219         SET INP-INSERT TO TRUE;
013220         GOBACK
013221       END-IF;
013222       IF REPLAY-IX = ZERO AND HH-CLOSE-DUE
013223        THEN
013224         PERFORM HH-CLOSE-PIECE
013225       END-IF;
013240       IF REPLAY-IX = ZERO
013241        THEN
013242         MOVE BPG-SAVE-AREA (1:BPG-SAVE-RECLEN)
013290* record ahead of the page's first line -- piece sequence,
013291* account as known at page-open, the page's position in the
013292* piece, and the piece's total page count when a PAGES index
013293* tag supplied it for a piece of one document (zeros otherwise;
013294* the end-of-piece mark carries the authoritative total).
013295     IF MARK-PENDING AND BPG-NOT-HELD
013296        AND SUP-PAGE-KEEP AND SUP-GROUP-KEEP
013297        AND INP-SFID NOT = SF-BPG
013304       MOVE MARK-ACCOUNT-W TO MARK-ACCOUNT;
013305       COMPUTE MARK-PAGE-NO =
013306               PAGE-COUNT - INS-START-PAGE-W + 1;
013307       IF TAG-DOC-PAGES > ZERO AND HH-PIECE-DOCS NOT > 1
013308        THEN
013309         MOVE TAG-DOC-PAGES TO MARK-PAGE-TOT
013310        ELSE
013357             SET REPRINT-KEEP TO TRUE
013358           END-IF
013359         END-IF;
013360         IF PAGE-COUNT NOT > RESTART-PAGE OR REPRINT-DROP
013361          THEN
013362           ADD 1 TO SKIP-PAGE-COUNT
013363         END-IF;
013364         IF PAGE-COUNT > RESTART-PAGE
013365          THEN
013366           ADD 1 TO PAGES-SINCE-CKPT;
013367           IF PAGES-SINCE-CKPT >= CKPT-INTERVAL
013368            THEN
013369             MOVE PAGE-COUNT TO CKPT-PAGE;
013370             OPEN OUTPUT CKPT-FILE;
013371             IF CKPT-FILE-OK
013372              THEN
013373               WRITE CKPT-REC;
013374               CLOSE CKPT-FILE
013375              ELSE
013376               DISPLAY PGMNAME, ' CKPTFILE OPEN FAILED, STATUS=',
013377                       CKPT-FILE-STATUS, ' -- CHECKPOINT NOT',
013378                       ' WRITTEN.';
013379               DISPLAY 'APKI003E ', PGMNAME, ' CKPTFILE OPEN',
013380                       ' FAILED, STATUS=', CKPT-FILE-STATUS
013381                       UPON CNSL
013382             END-IF;
013383             MOVE ZERO TO PAGES-SINCE-CKPT
013384           END-IF
013385         END-IF;
013386*        track the page span of the open inserter document; the
013387*        first kept page after a document boundary starts it.
013399             MOVE PAGE-COUNT TO INS-START-PAGE-W;
013400             SET INS-NEW-DOC TO TRUE;
013401             ADD 1 TO MARK-DOC-SEQ;
013402             SET CHAIN-NOT-RAN TO TRUE;
013403             PERFORM HH-START-PIECE;
013404             IF HH-ENABLED
013405              THEN
013406               IF TAG-MODE
013407                THEN
013408                 PERFORM HH-FIND-KEY;
013409                 MOVE HH-NEW-KEY TO HH-PIECE-KEY
013410                ELSE
013411                 MOVE SPACES TO HH-PIECE-KEY;
013412                 SET HH-KEY-DUE TO TRUE
013413               END-IF
013414             END-IF
013415            ELSE
013416             SET INS-OLD-DOC TO TRUE;
013417             MOVE INS-LAST-PAGE-W TO INS-PREV-LAST-W
013418           END-IF;
013419*          a page behind a held household boundary stays out
013420*          of the span until its account settles the piece in
013421*          offset mode; in tag mode a page outside any named
013422*          group simply joins the open piece.
013423           IF HH-PENDING AND TAG-MODE
013424            THEN
013425             SET HH-NOT-PENDING TO TRUE
013426           END-IF;
013427           IF HH-PENDING
013428            THEN
013429             MOVE SPACES TO HH-NEW-ACCOUNT
013430            ELSE
013431             IF HH-MEMBER-DUE
013432              THEN
013433               PERFORM HH-ADD-MEMBER
013434             END-IF;
013435             MOVE PAGE-COUNT TO INS-LAST-PAGE-W
013436           END-IF;
013437*          queue the camera mark for this page; the account
013438*          shown is the one in hand as the page opens (blank
013439*          on the first page of an offset-mode document, whose
013440*          account is not readable until its first data line).
013441           IF UAREA-MARK-ON
013442            THEN
013443             SET MARK-PENDING TO TRUE;
013444             IF OFFSET-MODE AND (INS-NEW-DOC OR HH-PENDING)
013445              THEN
013446               MOVE SPACES TO MARK-ACCOUNT-W
013447              ELSE
013448               MOVE DOC-ACCOUNT TO MARK-ACCOUNT-W
013449             END-IF
013450           END-IF
013451         END-IF;
013452*        in tag mode the account is already known from the
013453*        named group: grow the open document's page span here.
013454         IF TAG-MODE AND DOC-ACCOUNT NOT = SPACES
013455            AND PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP
013456            AND SUP-GROUP-KEEP
013457          THEN
013458           IF DOC-FIRST-PAGE = ZERO
013459            THEN
013460             MOVE PAGE-COUNT TO DOC-FIRST-PAGE;
013461             MOVE MARK-DOC-SEQ TO DOC-PIECE-SEQ;
013462             PERFORM MH-NOTE-DOCUMENT
013463           END-IF;
013464           MOVE PAGE-COUNT TO DOC-LAST-PAGE
013465         END-IF;
013466         IF SUP-GROUP-DROP
013467            AND PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP
013468          THEN
013469           ADD 1 TO SUP-PAGE-COUNT
013470         END-IF;
013471*        in offset mode, with e-delivery suppression active or
013472*        a household boundary held, hold this page bracket back
013473*        until the account line decides whether the page prints
013474*        and which piece it goes in; the record itself is
013475*        deleted below and re-emitted from the save area when
013476*        it should print.  Tag mode decides at the BNG instead
013477*        and never needs the hold.
013478         IF (SUP-ENABLED OR HH-PENDING) AND OFFSET-MODE
013479            AND PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP
013480          THEN
013481           MOVE INP-RECLEN TO BPG-SAVE-RECLEN;
013482           MOVE INP-REC (1:INP-RECLEN)
013483             TO BPG-SAVE-AREA (1:INP-RECLEN);
013484           SET BPG-HELD TO TRUE;
013485*          anything still queued belonged to a page whose EPG
013486*          never came; the bracket audit reports that page.
013487           MOVE ZERO TO HOLD-COUNT
013488         END-IF;
013489*        operator heartbeat: one console message every ten
013490*        thousand pages so automation can track throughput.
013491         ADD 1 TO PAGES-SINCE-WTO;
013492         IF PAGES-SINCE-WTO >= WTO-INTERVAL
013493          THEN
013494           MOVE PAGE-COUNT TO PAGE-DISP;
013495           DISPLAY 'APKI005I ', PGMNAME, ' PAGE COUNT',
013496                   PAGE-DISP UPON CNSL;
013497           MOVE ZERO TO PAGES-SINCE-WTO
013498         END-IF;
013499*        page-bracket integrity: a BPG arriving while the
013500*        previous page is still open means its EPG never came.
013501         IF BRACKET-DEPTH > ZERO
013502          THEN
013503           ADD 1 TO UNBAL-COUNT;
013504           MOVE PAGE-COUNT TO CNT-DISP;
013505           DISPLAY PGMNAME, ' PAGE BRACKET STILL OPEN AT BPG',
013506                   ' OF PAGE', CNT-DISP;
013507*          resync: the page just opened is now the only open
013508*          bracket, so one missing EPG is reported once, with
013509*          its page number, instead of on every page through
013510*          to end of job.
013511           MOVE 1 TO BRACKET-DEPTH
013512          ELSE
013513           ADD 1 TO BRACKET-DEPTH
013514         END-IF;
013515        WHEN SF-EPG
013516*        END PAGE -- close the bracket opened by SF-BPG.  An
013517*        EPG with no page open has come from a misbehaving
013518*        upstream formatter; count and report it.
013519         ADD 1 TO LINE-COUNT;
013520         ADD 1 TO OTHER-COUNT;
013521         IF BRACKET-DEPTH = ZERO
013522          THEN
013523           ADD 1 TO UNBAL-COUNT;
013524           MOVE PAGE-COUNT TO CNT-DISP;
013525           DISPLAY PGMNAME, ' EPG WITH NO OPEN PAGE AFTER',
013526                   ' PAGE', CNT-DISP
013527          ELSE
013528           SUBTRACT 1 FROM BRACKET-DEPTH
013529         END-IF;
013530        WHEN SF-LLE
013531         IF NOT UAREA-LLE-PASSTHRU
013540          THEN
013560           MOVE INP-SFID TO INP-FLAGSEQ;
013580           MOVE SF-NOP TO INP-SFID;
013756             END-IF
013765           END-IF;
013774         END-IF;
013775         ADD 1 TO LINE-COUNT;
013776         ADD 1 TO LLE-COUNT;
013777        WHEN SF-MMC
013778*        MEDIUM MAP CHANGE -- THE PAGE THAT FOLLOWS SWITCHES
013779*        TO A DIFFERENT MEDIUM MAP; COUNT IT WITH THE OTHER
013780*        AFP RESOURCE REFERENCES RATHER THAN ORDINARY DATA.
013781         ADD 1 TO LINE-COUNT;
013782         ADD 1 TO OTHER-COUNT;
013783         ADD 1 TO OVERLAY-COUNT;
013784         IF INP-LEN >= 8
013785          THEN
013786           MOVE 'MMC' TO XREF-TYPE-WORK;
013787           SET XREF-PEND TO TRUE
013788         END-IF;
013789*        in offset mode a medium-map change also marks a
013790*        document boundary for the inserter: close the document
013791*        that was printing and remember the new map name for
013792*        the next one.  Suppressed pages never print, so only
013793*        kept boundaries count.  In tag mode the named-group
013794*        edges close the inserter document instead, but the map
013795*        name is still remembered for the bin code.
013796         IF OFFSET-MODE
013797            AND (PAGE-COUNT = ZERO
013798             OR (PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP))
013799            AND INS-DOC-OPEN AND HH-BOUNDARY-ENDS
013800          THEN
013801             IF INS-NOTOPEN
013802              THEN
013803               OPEN OUTPUT INS-FILE;
013804               IF INS-FILE-OK
013805                THEN
013806                 SET INS-OPEN TO TRUE;
013807                 WRITE INS-REC FROM RUNHDR-REC
013808                ELSE
013809                 SET INS-FAILED TO TRUE;
013810                 DISPLAY PGMNAME, ' INSCTL OPEN FAILED,',
013811                         ' STATUS=', INS-FILE-STATUS,
013812                         ' -- INSERTER CONTROL DISABLED.'
013813               END-IF
013814             END-IF;
013815             PERFORM HH-FILL-PIECE;
013816             PERFORM MH-CLOSE-PIECE;
013817             IF INS-OPEN
013818              THEN
013819               MOVE INS-START-PAGE-W TO INS-START-PAGE;
013820               MOVE INS-LAST-PAGE-W TO INS-END-PAGE;
013821               COMPUTE INS-PAGE-COUNT =
013822                       INS-LAST-PAGE-W - INS-START-PAGE-W + 1;
013823               MOVE INS-PIECE-BIN TO INS-BIN-CODE;
013824               WRITE INS-REC
013825             END-IF;
013826             SET INS-DOC-CLOSED TO TRUE
013827         END-IF;
013828*        always remember the map now in effect, even when this
013829*        boundary sits in a region a restart or reprint is
013830*        suppressing -- the next kept document prints under it.
013831         IF INP-LEN >= 8
013832          THEN
013833           MOVE INP-DATA (1:8) TO INS-MAP-NAME
013834          ELSE
013835           MOVE SPACES TO INS-MAP-NAME
013836         END-IF;
013837*        the bin code is the last two characters of the map
013838*        name; derive it once here so every document printed
013839*        under this map closes with the same bin.
013840         MOVE '99' TO INS-BIN-WORK;
013841         MOVE 8 TO INS-NX;
013842         PERFORM UNTIL INS-NX < 2
013843                    OR INS-MAP-NAME (INS-NX:1) NOT = SPACE
013844           SUBTRACT 1 FROM INS-NX
013845         END-PERFORM;
013846         IF INS-NX > 1
013847            AND INS-MAP-NAME (INS-NX - 1:2) NUMERIC
013848          THEN
013849           MOVE INS-MAP-NAME (INS-NX - 1:2) TO INS-BIN-WORK
013850         END-IF;
013851        WHEN SF-BNG
013852        WHEN SF-ENG
013853*        BEGIN/END NAMED GROUP -- THE AFP INDEX DOCUMENT
013854*        BOUNDARIES.  THE FIRST BNG SWITCHES THE RUN TO TAG
013855*        DETECTION; EITHER EDGE CLOSES THE DOCUMENT THAT WAS
013856*        PRINTING, FOR THE INDEX, THE MONETARY EXTRACT, AND
013857*        THE INSERTER ALIKE.
013858        ADD 1 TO LINE-COUNT;
013859        ADD 1 TO OTHER-COUNT;
013860        IF OFFSET-MODE AND INP-SFID = SF-BNG
013861         THEN
013862          SET TAG-MODE TO TRUE;
013863          DISPLAY PGMNAME, ' AFP INDEX TAGS DETECTED --',
013864                  ' DOCUMENT BOUNDARIES FROM NAMED GROUPS.'
013865        END-IF;
013866*       a held household boundary leaves the document open
013867*       through its ENG so a filler inserted ahead of the next
013868*       BNG still counts in its span; that BNG closes it, or,
013869*       when it lets its document into the piece, holds it
013870*       until the member's first page settles the bin.  A member
013871*       that never printed a page gives the held one up here.
013872        PERFORM HH-WRITE-HELD-DOC;
013873        IF DOC-FIRST-PAGE > ZERO AND HH-MEMBER-DUE
013874           AND INP-SFID = SF-BNG
013875         THEN
013876          MOVE DOC-ACCOUNT TO HH-HELD-ACCOUNT;
013877          MOVE DOC-FIRST-PAGE TO HH-HELD-FIRST;
013878          MOVE DOC-LAST-PAGE TO HH-HELD-LAST;
013879          MOVE DOC-PIECE-SEQ TO HH-HELD-SEQ;
013880          MOVE DOC-AMOUNT TO HH-HELD-AMOUNT;
013881          MOVE DOC-AMT-FLAG TO HH-HELD-AMT-FLAG;
013882          SET HH-DOC-HELD TO TRUE;
013883          MOVE ZERO TO DOC-AMOUNT;
013884          SET DOC-AMT-UNSEEN TO TRUE;
013885          MOVE SPACES TO DOC-ACCOUNT;
013886          MOVE ZERO TO DOC-FIRST-PAGE;
013887          MOVE ZERO TO DOC-LAST-PAGE
013888        END-IF;
013889        IF DOC-FIRST-PAGE > ZERO
013890           AND (HH-BOUNDARY-ENDS OR INP-SFID = SF-BNG)
013891         THEN
013892          IF DOCIDX-NOTOPEN
013893           THEN
013894            OPEN OUTPUT DOCIDX-FILE;
013895            IF DOCIDX-FILE-OK
013896             THEN
013897              SET DOCIDX-OPEN TO TRUE;
013898              WRITE DOCIDX-REC FROM RUNHDR-REC
013899             ELSE
013900              SET DOCIDX-FAILED TO TRUE;
013901              DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED,',
013902                      ' STATUS=', DOCIDX-FILE-STATUS,
013903                      ' -- DOCUMENT INDEX DISABLED.'
013904            END-IF
013905          END-IF;
013906          IF DOCIDX-OPEN
013907           THEN
013908            MOVE DOC-ACCOUNT TO DOCIDX-ACCOUNT;
013909            MOVE DOC-FIRST-PAGE TO DOCIDX-FIRST-PAGE;
013910            MOVE DOC-PIECE-SEQ TO DOCIDX-PIECE-SEQ;
013911            COMPUTE DOCIDX-PAGE-COUNT =
013912                    DOC-LAST-PAGE - DOC-FIRST-PAGE + 1;
013913            WRITE DOCIDX-REC
013914          END-IF;
013915          IF MONX-NOTOPEN
013916           THEN
013917            OPEN OUTPUT MONX-FILE;
013918            IF MONX-FILE-OK
013919             THEN
013920              SET MONX-OPEN TO TRUE;
013921              WRITE MONX-REC FROM RUNHDR-REC
013922             ELSE
013923              SET MONX-FAILED TO TRUE;
013924              DISPLAY PGMNAME, ' MONEXTR OPEN FAILED,',
013925                      ' STATUS=', MONX-FILE-STATUS,
013926                      ' -- MONETARY EXTRACT DISABLED.'
013927            END-IF
013928          END-IF;
013929          IF MONX-OPEN
013930           THEN
013931            MOVE 'D' TO MONX-TYPE;
013932            MOVE DOC-ACCOUNT TO MONX-ACCOUNT;
013933            MOVE DOC-FIRST-PAGE TO MONX-PAGE;
013934            MOVE DOC-AMOUNT TO MONX-AMOUNT;
013935            IF DOC-AMT-SEEN
013936             THEN
013937              MOVE SPACE TO MONX-NOAMT-FLAG
013938             ELSE
013939              MOVE 'N' TO MONX-NOAMT-FLAG
013940            END-IF;
013941            WRITE MONX-REC;
013942            ADD 1 TO EXTRACT-DOC-COUNT;
013943            ADD DOC-AMOUNT TO GRAND-TOTAL
013944          END-IF;
013945          MOVE ZERO TO DOC-AMOUNT;
013946          SET DOC-AMT-UNSEEN TO TRUE;
013947          MOVE SPACES TO DOC-ACCOUNT;
013948          MOVE ZERO TO DOC-FIRST-PAGE;
013949          MOVE ZERO TO DOC-LAST-PAGE
013950        END-IF;
013951*        the named-group edge closes the inserter document the
013952*        way a medium-map change does in offset mode.
013953        IF (PAGE-COUNT = ZERO
013954            OR (PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP))
013955           AND INS-DOC-OPEN AND HH-BOUNDARY-ENDS
013956         THEN
013957          IF INS-NOTOPEN
013958           THEN
013959            OPEN OUTPUT INS-FILE;
013960            IF INS-FILE-OK
013961             THEN
013962              SET INS-OPEN TO TRUE;
013963              WRITE INS-REC FROM RUNHDR-REC
013964             ELSE
013965              SET INS-FAILED TO TRUE;
013966              DISPLAY PGMNAME, ' INSCTL OPEN FAILED,',
013967                      ' STATUS=', INS-FILE-STATUS,
013968                      ' -- INSERTER CONTROL DISABLED.'
013969            END-IF
013970          END-IF;
013971          PERFORM HH-FILL-PIECE;
013972          PERFORM MH-CLOSE-PIECE;
013978          IF INS-OPEN
013979           THEN
013980            MOVE INS-START-PAGE-W TO INS-START-PAGE;
013981            MOVE INS-LAST-PAGE-W TO INS-END-PAGE;
013982            COMPUTE INS-PAGE-COUNT =
013983                    INS-LAST-PAGE-W - INS-START-PAGE-W + 1;
013984            MOVE INS-PIECE-BIN TO INS-BIN-CODE;
013985            WRITE INS-REC
013986          END-IF;
013987          SET INS-DOC-CLOSED TO TRUE
014129              AND REPRINT-KEEP
014130            THEN
014131             MOVE INP-DATA (ACCT-OFFSET:10) TO HOLD-ACCOUNT;
014132             IF HH-KEY-DUE
014133              THEN
014134               SET HH-KEY-KNOWN TO TRUE;
014135               MOVE HOLD-ACCOUNT TO HH-NEW-ACCOUNT;
014136               PERFORM HH-FIND-KEY;
014137               MOVE HH-NEW-KEY TO HH-PIECE-KEY
014138             END-IF;
014139             IF DOC-FIRST-PAGE = ZERO
014140              THEN
014141               MOVE HOLD-ACCOUNT TO DOC-ACCOUNT;
014142               MOVE PAGE-COUNT TO DOC-FIRST-PAGE;
014143               MOVE PAGE-COUNT TO DOC-LAST-PAGE;
014144               MOVE MARK-DOC-SEQ TO DOC-PIECE-SEQ;
014145               PERFORM MH-NOTE-DOCUMENT
014146              ELSE
014147               IF HOLD-ACCOUNT NOT = DOC-ACCOUNT
014148                THEN
014149                 IF DOCIDX-NOTOPEN
014150                  THEN
014151                   OPEN OUTPUT DOCIDX-FILE;
014152                   IF DOCIDX-FILE-OK
014153                    THEN
014154                     SET DOCIDX-OPEN TO TRUE;
014155                     WRITE DOCIDX-REC FROM RUNHDR-REC
014156                    ELSE
014157                     SET DOCIDX-FAILED TO TRUE;
014158                     DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED,',
014159                             ' STATUS=', DOCIDX-FILE-STATUS,
014160                             ' -- DOCUMENT INDEX DISABLED.'
014161                   END-IF
014162                 END-IF;
014163                 IF DOCIDX-OPEN
014164                  THEN
014165                   MOVE DOC-ACCOUNT TO DOCIDX-ACCOUNT;
014166                   MOVE DOC-FIRST-PAGE TO DOCIDX-FIRST-PAGE;
014167                   MOVE DOC-PIECE-SEQ TO DOCIDX-PIECE-SEQ;
014168                   COMPUTE DOCIDX-PAGE-COUNT =
014169                           DOC-LAST-PAGE - DOC-FIRST-PAGE + 1;
014170                   WRITE DOCIDX-REC
014171                 END-IF;
014172*                the monetary extract closes with the document:
014173*                one record per statement with the total captured
014174*                from its summary line (flagged 'N' when no
014175*                summary line was seen).
014176                 IF MONX-NOTOPEN
014177                  THEN
014178                   OPEN OUTPUT MONX-FILE;
014179                   IF MONX-FILE-OK
014180                    THEN
014181                     SET MONX-OPEN TO TRUE;
014182                     WRITE MONX-REC FROM RUNHDR-REC
014183                    ELSE
014184                     SET MONX-FAILED TO TRUE;
014185                     DISPLAY PGMNAME, ' MONEXTR OPEN FAILED,',
014186                             ' STATUS=', MONX-FILE-STATUS,
014187                             ' -- MONETARY EXTRACT DISABLED.'
014188                   END-IF
014189                 END-IF;
014190                 IF MONX-OPEN
014191                  THEN
014192                   MOVE 'D' TO MONX-TYPE;
014193                   MOVE DOC-ACCOUNT TO MONX-ACCOUNT;
014194                   MOVE DOC-FIRST-PAGE TO MONX-PAGE;
014195                   MOVE DOC-AMOUNT TO MONX-AMOUNT;
014196                   IF DOC-AMT-SEEN
014197                    THEN
014198                     MOVE SPACE TO MONX-NOAMT-FLAG
014199                    ELSE
014200                     MOVE 'N' TO MONX-NOAMT-FLAG
014201                   END-IF;
014202                   WRITE MONX-REC;
014203                   ADD 1 TO EXTRACT-DOC-COUNT;
014204                   ADD DOC-AMOUNT TO GRAND-TOTAL
014205                 END-IF;
014206                 MOVE ZERO TO DOC-AMOUNT;
014207                 SET DOC-AMT-UNSEEN TO TRUE;
014208                 MOVE HOLD-ACCOUNT TO DOC-ACCOUNT;
014209                 MOVE PAGE-COUNT TO DOC-FIRST-PAGE;
014210                 MOVE PAGE-COUNT TO DOC-LAST-PAGE;
014211                 MOVE MARK-DOC-SEQ TO DOC-PIECE-SEQ;
014212                 PERFORM MH-NOTE-DOCUMENT
014213                ELSE
014214                 MOVE PAGE-COUNT TO DOC-LAST-PAGE
014215               END-IF
014216             END-IF
014217           END-IF
014218         END-IF;
014219*         any data line on a kept page may be the statement
014220*         summary line: when the amount position holds a valid
014221*         zoned amount, remember it -- the last one seen before
014222*         the document closes is the statement total.  A TOTAL
014223*         tag already in hand outranks the scrape in tag mode.
014224         IF PAGE-COUNT > RESTART-PAGE AND REPRINT-KEEP
014225            AND SUP-PAGE-KEEP AND SUP-GROUP-KEEP
014226            AND (OFFSET-MODE OR DOC-AMT-UNSEEN)
014227            AND PAGE-COUNT > ZERO AND INP-SFID NOT = SF-NOP
014228            AND INP-LEN >= AMT-OFFSET + 10
014229          THEN
014230           MOVE INP-DATA (AMT-OFFSET:11) TO AMT-CAND-X;
014231           IF AMT-CAND NUMERIC
014232            THEN
014233             MOVE AMT-CAND TO DOC-AMOUNT;
014234             SET DOC-AMT-SEEN TO TRUE
014235           END-IF
014236         END-IF;
014237       END-EVALUATE;
014238*      strip NOP records that carry no data -- padding left
014239*      behind by the LLE conversion above (or by an upstream
014240*      NOP already in the stream) just inflates the AFP
014241*      dataset downstream.
014242       IF INP-SFID = SF-NOP
014243        THEN
014244         IF INP-LEN = ZERO
014245          THEN
014246           SET INP-DELETE TO TRUE
014247          ELSE
014248           IF INP-DATA (1:INP-LEN) = SPACES
014249            THEN
014250             SET INP-DELETE TO TRUE
014251            ELSE
014252             SET INP-USE TO TRUE
014253           END-IF
014260         END-IF
014270        ELSE
014280         SET INP-USE TO TRUE
014558       MOVE PAGE-COUNT TO XREF-PAGE;
014560       WRITE XREF-REC
014562     END-IF.
014572     EJECT
014582*****************************************************************
014592*    START THE END-OF-PIECE CHAIN FOR THE OPEN INSERTER PIECE:  *
014602*    AN ODD PAGE COUNT WITH THE DUPLEX FILLER ON STARTS THE     *
014612*    BLANK FILLER PAGE AND BUMPS THE PAGE, DOCUMENT, AND PIECE  *
014622*    SPANS FOR IT; OTHERWISE THE CAMERA MARKS START WITH THE    *
014632*    END-OF-PIECE MARK.  FILLER-STATE STAYS ZERO WHEN NEITHER   *
014642*    APPLIES.                                                   *
014652*****************************************************************
014662 START-PIECE-CHAIN.
014672     COMPUTE FILLER-SPAN =
014682             INS-LAST-PAGE-W - INS-START-PAGE-W + 1.
014692     DIVIDE FILLER-SPAN BY 2
014702            GIVING FILLER-Q REMAINDER FILLER-R.
014712     IF UAREA-DUPLEX-ON AND FILLER-R = 1
014722      THEN
014732       MOVE 1 TO FILLER-STATE;
014742       MOVE 1 TO HH-FILLER-PAGE;
014752       ADD 1 TO FILLER-PAGE-COUNT;
014762       ADD 1 TO PAGE-COUNT;
014772       ADD 1 TO INS-LAST-PAGE-W;
014782       IF DOC-FIRST-PAGE > ZERO
014792        THEN
014802         ADD 1 TO DOC-LAST-PAGE
014812       END-IF
014822      ELSE
014832       IF UAREA-MARK-ON
014842        THEN
014852         MOVE 4 TO FILLER-STATE
014862       END-IF
014872     END-IF.
014882     EJECT
014892*****************************************************************
014902*    BUILD THE NEXT RECORD OF THE END-OF-PIECE CHAIN IN INP-REC *
014912*    -- FILLER BPG, EMPTY NOP, EPG, THEN THE END-OF-PIECE MARK  *
014922*    -- AND ADVANCE FILLER-STATE.  THE CALLER INSERTS IT.       *
014932*****************************************************************
014942 EMIT-CHAIN-RECORD.
014952     MOVE SPACE TO INP-CCVAL.
014962     MOVE LOW-VALUES TO INP-FLAGSEQ.
014972     EVALUATE FILLER-STATE
014982      WHEN 1
014992       MOVE SF-BPG TO INP-SFID;
015002       MOVE ZERO TO INP-LEN;
015012       MOVE 9 TO INP-RECLEN;
015022       MOVE 2 TO FILLER-STATE
015032      WHEN 2
015042       MOVE SF-NOP TO INP-SFID;
015052       MOVE ZERO TO INP-LEN;
015062       MOVE 9 TO INP-RECLEN;
015072       MOVE 3 TO FILLER-STATE
015082      WHEN 3
015092       MOVE SF-EPG TO INP-SFID;
015102       MOVE ZERO TO INP-LEN;
015112       MOVE 9 TO INP-RECLEN;
015122       IF UAREA-MARK-ON
015132        THEN
015142         MOVE 4 TO FILLER-STATE
015152        ELSE
015162         MOVE ZERO TO FILLER-STATE;
015172         SET CHAIN-RAN TO TRUE
015182       END-IF
015192      WHEN OTHER
015202       MOVE SF-NOP TO INP-SFID;
015212       MOVE MARK-DOC-SEQ TO MEND-PIECE;
015222       IF HH-DOC-HELD
015232        THEN
015242         MOVE HH-HELD-ACCOUNT TO MEND-ACCOUNT
015252        ELSE
015262         MOVE DOC-ACCOUNT TO MEND-ACCOUNT
015272       END-IF;
015282       COMPUTE MEND-PAGE-TOT =
015292               INS-LAST-PAGE-W - INS-START-PAGE-W + 1;
015302       MOVE MARK-END-LINE TO INP-DATA (1:38);
015312       MOVE 38 TO INP-LEN;
015322       MOVE 47 TO INP-RECLEN;
015332       ADD 1 TO MARK-COUNT;
015342       MOVE ZERO TO FILLER-STATE;
015352       SET CHAIN-RAN TO TRUE
015362     END-EVALUATE.
015372     EJECT
015382*****************************************************************
015392*    LOOK UP THE HOUSEHOLD OF HH-NEW-ACCOUNT INTO HH-NEW-KEY.   *
015402*    AN UNLISTED ACCOUNT, AND ANY ACCOUNT ON THE E-DELIVERY OR  *
015412*    MAIL-HOLD LIST, COMES BACK BLANK AND NEVER SHARES AN       *
015422*    ENVELOPE.                                                  *
015432*****************************************************************
015442 HH-FIND-KEY.
015452     MOVE SPACES TO HH-NEW-KEY.
015462     IF HH-NEW-ACCOUNT NOT = SPACES
015472      THEN
015482       PERFORM VARYING HH-HX FROM 1 BY 1
015492               UNTIL HH-HX > HH-COUNT OR HH-NEW-KEY NOT = SPACES
015502         IF HT-ACCOUNT (HH-HX) = HH-NEW-ACCOUNT
015512          THEN
015522           MOVE HT-KEY (HH-HX) TO HH-NEW-KEY
015532         END-IF
015542       END-PERFORM
015552     END-IF.
015562     IF HH-NEW-KEY NOT = SPACES AND SUP-ENABLED
015572      THEN
015582       SET SUP-NOMATCH TO TRUE;
015592       PERFORM VARYING SUP-SX FROM 1 BY 1
015602               UNTIL SUP-SX > SUP-COUNT OR SUP-MATCH
015612         IF ST-ACCOUNT (SUP-SX) = HH-NEW-ACCOUNT
015622          THEN
015632           SET SUP-MATCH TO TRUE
015642         END-IF
015652       END-PERFORM;
015662       IF SUP-MATCH
015672        THEN
015682         MOVE SPACES TO HH-NEW-KEY
015692       END-IF
015702     END-IF.
015712     IF HH-NEW-KEY NOT = SPACES AND MH-ENABLED
015722      THEN
015732       SET MH-NOMATCH TO TRUE;
015742       PERFORM VARYING MH-SX FROM 1 BY 1
015752               UNTIL MH-SX > MH-COUNT OR MH-MATCH
015762         IF MHT-ACCOUNT (MH-SX) = HH-NEW-ACCOUNT
015772          THEN
015782           SET MH-MATCH TO TRUE
015792         END-IF
015802       END-PERFORM;
015812       IF MH-MATCH
015822        THEN
015832         MOVE SPACES TO HH-NEW-KEY
015842       END-IF
015852     END-IF.
015862     EJECT
015872*****************************************************************
015882*    DECIDE WHETHER THE DOCUMENT OF HOUSEHOLD HH-NEW-KEY MAY    *
015892*    JOIN THE OPEN PIECE: SAME HOUSEHOLD, SAME BIN, AND ROOM    *
015902*    LEFT -- FEWER SHEETS IN THE PIECE THAN THE ENVELOPE LIMIT  *
015912*    AND FEWER DOCUMENTS THAN THE INSCTL RECORD CAN LIST.  IN   *
015922*    TAG MODE THE MEMBER'S MEDIUM MAP FOLLOWS ITS BNG, SO THE   *
015932*    BIN IS LEFT TO THE MEMBER'S FIRST PAGE.                    *
015942*****************************************************************
015952 HH-JUDGE-JOIN.
015962     SET HH-NO-JOIN TO TRUE.
015972     IF UAREA-DUPLEX-ON
015982      THEN
015992       COMPUTE HH-SHEETS =
016002               (INS-LAST-PAGE-W - INS-START-PAGE-W + 2) / 2
016012      ELSE
016022       COMPUTE HH-SHEETS =
016032               INS-LAST-PAGE-W - INS-START-PAGE-W + 1
016042     END-IF.
016052     IF HH-NEW-KEY NOT = SPACES
016062        AND HH-NEW-KEY = HH-PIECE-KEY
016072        AND (TAG-MODE OR INS-BIN-WORK = INS-PIECE-BIN)
016082        AND HH-SHEETS < HH-MAX-SHEETS
016092        AND HH-PIECE-DOCS < HH-DOC-MAX
016102      THEN
016112       SET HH-JOIN TO TRUE
016122     END-IF.
016132     EJECT
016142*****************************************************************
016152*    A NEW PIECE OPENS AT INS-START-PAGE-W: ONE DOCUMENT, NO    *
016162*    FILLER YET, BINNED BY THE MAP NOW IN EFFECT.               *
016172*****************************************************************
016182 HH-START-PIECE.
016192     MOVE 1 TO HH-PIECE-DOCS.
016202     MOVE ZERO TO HM-OFFSET (1).
016212     MOVE ZERO TO HM-PAGES (1).
016222     MOVE ZERO TO HH-FILLER-PAGE.
016232     MOVE INS-START-PAGE-W TO HH-MEMBER-START.
016242     MOVE INS-BIN-WORK TO INS-PIECE-BIN.
016252     SET HH-MEMBER-NOT-DUE TO TRUE.
016262     SET HH-NOT-PENDING TO TRUE.
016272     SET HH-KEY-KNOWN TO TRUE.
016282     EJECT
016292*****************************************************************
016302*    THE PAGE NOW OPENING STARTS ANOTHER DOCUMENT OF THE OPEN   *
016312*    PIECE'S HOUSEHOLD: CLOSE THE PREVIOUS MEMBER'S PAGE COUNT  *
016322*    AND ADD THIS ONE AT ITS OFFSET INTO THE PIECE.             *
016332*****************************************************************
016342 HH-ADD-MEMBER.
016352     COMPUTE HM-PAGES (HH-PIECE-DOCS) =
016362             INS-LAST-PAGE-W - HH-MEMBER-START + 1.
016372     ADD 1 TO HH-PIECE-DOCS.
016382     COMPUTE HM-OFFSET (HH-PIECE-DOCS) =
016392             PAGE-COUNT - INS-START-PAGE-W.
016402     MOVE ZERO TO HM-PAGES (HH-PIECE-DOCS).
016412     MOVE PAGE-COUNT TO HH-MEMBER-START.
016422     SET HH-MEMBER-NOT-DUE TO TRUE.
016432     EJECT
016442*****************************************************************
016452*    COMPLETE THE HOUSEHOLD FIELDS OF THE PIECE ABOUT TO BE     *
016462*    WRITTEN: THE LAST MEMBER RUNS TO THE PIECE'S LAST PAGE     *
016472*    LESS ANY FILLER.  BLANK WHEN HOUSEHOLDING IS OFF.          *
016482*****************************************************************
016492 HH-FILL-PIECE.
016502     IF HH-ENABLED
016512      THEN
016522       COMPUTE HM-PAGES (HH-PIECE-DOCS) =
016532               INS-LAST-PAGE-W - HH-FILLER-PAGE
016542               - HH-MEMBER-START + 1;
016552       IF HH-PIECE-DOCS > 1
016562        THEN
016572         ADD 1 TO HH-PIECE-COUNT;
016582         ADD HH-PIECE-DOCS TO HH-DOC-COUNT
016592       END-IF
016602     END-IF.
016612     IF INS-OPEN
016622      THEN
016632       MOVE SPACES TO INS-HH-AREA;
016642       IF HH-ENABLED
016652        THEN
016662         MOVE HH-PIECE-DOCS TO INS-HH-DOCS;
016672         PERFORM VARYING HH-MX FROM 1 BY 1 UNTIL HH-MX > 6
016682           IF HH-MX > HH-PIECE-DOCS
016692            THEN
016702             MOVE ZERO TO INS-HH-OFFSET (HH-MX);
016712             MOVE ZERO TO INS-HH-PAGES (HH-MX)
016722            ELSE
016732             MOVE HM-OFFSET (HH-MX) TO INS-HH-OFFSET (HH-MX);
016742             MOVE HM-PAGES (HH-MX) TO INS-HH-PAGES (HH-MX)
016752           END-IF
016762         END-PERFORM
016772       END-IF
016782     END-IF.
016792     EJECT
016802*****************************************************************
016812*    WRITE THE PIECE WHOSE HOUSEHOLD BOUNDARY WAS HELD, ONCE    *
016822*    THE NEXT DOCUMENT HAS PROVED TO BELONG ELSEWHERE AND ANY   *
016832*    FILLER AND END MARK HAVE GONE OUT, THEN OPEN THE NEXT      *
016842*    PIECE AT THE HELD PAGE ABOUT TO BE REPLAYED.               *
016852*****************************************************************
016862 HH-CLOSE-PIECE.
016872     PERFORM HH-WRITE-PIECE.
016882     MOVE PAGE-COUNT TO INS-START-PAGE-W.
016892     MOVE PAGE-COUNT TO INS-LAST-PAGE-W.
016902     MOVE PAGE-COUNT TO INS-PREV-LAST-W.
016912     ADD 1 TO MARK-DOC-SEQ.
016922     SET CHAIN-NOT-RAN TO TRUE.
016932     PERFORM HH-START-PIECE.
016942     MOVE HH-NEW-KEY TO HH-PIECE-KEY.
016952     EJECT
016962*****************************************************************
016972*    WRITE THE OPEN PIECE'S INSCTL RECORD WITH ITS HOUSEHOLD    *
016982*    AND MAIL-HOLD FIELDS.                                      *
016992*****************************************************************
017002 HH-WRITE-PIECE.
017012     IF INS-NOTOPEN
017022      THEN
017032       OPEN OUTPUT INS-FILE;
017042       IF INS-FILE-OK
017052        THEN
017062         SET INS-OPEN TO TRUE;
017072         WRITE INS-REC FROM RUNHDR-REC
017082        ELSE
017092         SET INS-FAILED TO TRUE;
017102         DISPLAY PGMNAME, ' INSCTL OPEN FAILED, STATUS=',
017112                 INS-FILE-STATUS,
017122                 ' -- INSERTER CONTROL DISABLED.'
017132       END-IF
017142     END-IF.
017152     PERFORM HH-FILL-PIECE.
017162     PERFORM MH-CLOSE-PIECE.
017172     IF INS-OPEN
017182      THEN
017192       MOVE INS-START-PAGE-W TO INS-START-PAGE;
017202       MOVE INS-LAST-PAGE-W TO INS-END-PAGE;
017212       COMPUTE INS-PAGE-COUNT =
017222               INS-LAST-PAGE-W - INS-START-PAGE-W + 1;
017232       MOVE INS-PIECE-BIN TO INS-BIN-CODE;
017242       WRITE INS-REC
017252     END-IF.
017262     SET HH-CLOSE-NOT-DUE TO TRUE.
017272     EJECT
017282*****************************************************************
017292*    WRITE THE DOCUMENT A JOINING BNG HELD BACK TO DOCINDEX AND *
017302*    MONEXTR.  NOTHING WHEN NO DOCUMENT IS HELD.                *
017312*****************************************************************
017322 HH-WRITE-HELD-DOC.
017332     IF HH-DOC-HELD
017342      THEN
017352       IF DOCIDX-NOTOPEN
017362        THEN
017372         OPEN OUTPUT DOCIDX-FILE;
017382         IF DOCIDX-FILE-OK
017392          THEN
017402           SET DOCIDX-OPEN TO TRUE;
017412           WRITE DOCIDX-REC FROM RUNHDR-REC
017422          ELSE
017432           SET DOCIDX-FAILED TO TRUE;
017442           DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
017452                   DOCIDX-FILE-STATUS,
017462                   ' -- DOCUMENT INDEX DISABLED.'
017472         END-IF
017482       END-IF;
017492       IF DOCIDX-OPEN
017502        THEN
017512         MOVE HH-HELD-ACCOUNT TO DOCIDX-ACCOUNT;
017522         MOVE HH-HELD-FIRST TO DOCIDX-FIRST-PAGE;
017532         MOVE HH-HELD-SEQ TO DOCIDX-PIECE-SEQ;
017542         COMPUTE DOCIDX-PAGE-COUNT =
017552                 HH-HELD-LAST - HH-HELD-FIRST + 1;
017562         WRITE DOCIDX-REC
017572       END-IF;
017582       IF MONX-NOTOPEN
017592        THEN
017602         OPEN OUTPUT MONX-FILE;
017612         IF MONX-FILE-OK
017622          THEN
017632           SET MONX-OPEN TO TRUE;
017642           WRITE MONX-REC FROM RUNHDR-REC
017652          ELSE
017662           SET MONX-FAILED TO TRUE;
017672           DISPLAY PGMNAME, ' MONEXTR OPEN FAILED, STATUS=',
017682                   MONX-FILE-STATUS,
017692                   ' -- MONETARY EXTRACT DISABLED.'
017702         END-IF
017712       END-IF;
017722       IF MONX-OPEN
017732        THEN
017742         MOVE 'D' TO MONX-TYPE;
017752         MOVE HH-HELD-ACCOUNT TO MONX-ACCOUNT;
017762         MOVE HH-HELD-FIRST TO MONX-PAGE;
017772         MOVE HH-HELD-AMOUNT TO MONX-AMOUNT;
017782         IF HH-HELD-AMT-SEEN
017792          THEN
017802           MOVE SPACE TO MONX-NOAMT-FLAG
017812          ELSE
017822           MOVE 'N' TO MONX-NOAMT-FLAG
017832         END-IF;
017842         WRITE MONX-REC;
017852         ADD 1 TO EXTRACT-DOC-COUNT;
017862         ADD HH-HELD-AMOUNT TO GRAND-TOTAL
017872       END-IF;
017882       SET HH-DOC-NOT-HELD TO TRUE
017892     END-IF.
017902     EJECT
017912*****************************************************************
017922*    THE OPEN DOCUMENT'S ACCOUNT HAS SETTLED: WHEN IT IS ON THE *
017932*    MAIL-HOLD LIST, QUEUE THE DOCUMENT BY ITS FIRST PAGE FOR   *
017942*    THE PIECE THAT WILL CARRY IT.                              *
017952*****************************************************************
017962 MH-NOTE-DOCUMENT.
017972     SET MH-NOMATCH TO TRUE.
017982     IF MH-ENABLED AND DOC-ACCOUNT NOT = SPACES
017992      THEN
018002       PERFORM VARYING MH-SX FROM 1 BY 1
018012               UNTIL MH-SX > MH-COUNT OR MH-MATCH
018022         IF MHT-ACCOUNT (MH-SX) = DOC-ACCOUNT
018032          THEN
018042           SET MH-MATCH TO TRUE
018052         END-IF
018062       END-PERFORM
018072     END-IF.
018082     IF MH-MATCH
018092      THEN
018102       IF MH-PEND-COUNT < MH-PEND-MAX
018112        THEN
018122         ADD 1 TO MH-PEND-COUNT;
018132         MOVE DOC-ACCOUNT TO MP-ACCOUNT (MH-PEND-COUNT);
018142         MOVE DOC-FIRST-PAGE TO MP-FIRST-PAGE (MH-PEND-COUNT)
018152        ELSE
018162         ADD 1 TO MH-PEND-LOST
018172       END-IF
018182     END-IF.
018192     EJECT
018202*****************************************************************
018212*    THE PIECE IN INS-START-PAGE-W THRU INS-LAST-PAGE-W IS      *
018222*    ABOUT TO BE WRITTEN: LIST EVERY HELD DOCUMENT IT TAKES IN  *
018232*    ON PULLLIST AND, WHEN THERE IS ONE, DIVERT THE PIECE TO    *
018242*    BIN '99'.  HELD DOCUMENTS STARTING PAST THE PIECE STAY     *
018252*    QUEUED; ONES BEFORE IT NEVER PRINTED AND ARE DROPPED.      *
018262*****************************************************************
018272 MH-CLOSE-PIECE.
018282     SET MH-PIECE-FREE TO TRUE.
018292     MOVE ZERO TO MH-KX.
018302     PERFORM VARYING MH-PX FROM 1 BY 1
018312             UNTIL MH-PX > MH-PEND-COUNT
018322       IF MP-FIRST-PAGE (MH-PX) > INS-LAST-PAGE-W
018332        THEN
018342         ADD 1 TO MH-KX;
018352         MOVE MH-PEND (MH-PX) TO MH-PEND (MH-KX)
018362        ELSE
018372         IF MP-FIRST-PAGE (MH-PX) NOT < INS-START-PAGE-W
018382          THEN
018392           SET MH-PIECE-HELD TO TRUE;
018402           ADD 1 TO MH-DOC-COUNT;
018412           IF PULL-NOTOPEN
018422            THEN
018432             OPEN OUTPUT PULL-FILE;
018442             IF PULL-FILE-OK
018452              THEN
018462               SET PULL-OPEN TO TRUE;
018472               WRITE PULL-REC FROM RUNHDR-REC
018482              ELSE
018492               SET PULL-FAILED TO TRUE;
018502               DISPLAY PGMNAME, ' PULLLIST OPEN FAILED,',
018512                       ' STATUS=', PULL-FILE-STATUS,
018522                       ' -- PULL MANIFEST DISABLED.'
018532             END-IF
018542           END-IF;
018552           IF PULL-OPEN
018562            THEN
018572             MOVE SPACES TO PULL-REC;
018582             MOVE MARK-DOC-SEQ TO PULL-PIECE;
018592             MOVE MP-ACCOUNT (MH-PX) TO PULL-ACCOUNT;
018602             MOVE INS-START-PAGE-W TO PULL-START-PAGE;
018612             MOVE INS-LAST-PAGE-W TO PULL-END-PAGE;
018622             COMPUTE PULL-PAGE-COUNT =
018632                     INS-LAST-PAGE-W - INS-START-PAGE-W + 1;
018642             MOVE MP-FIRST-PAGE (MH-PX) TO PULL-DOC-PAGE;
018652             MOVE INS-PIECE-BIN TO PULL-BIN-CODE;
018662             WRITE PULL-REC
018672           END-IF
018682         END-IF
018692       END-IF
018702     END-PERFORM.
018712     MOVE MH-KX TO MH-PEND-COUNT.
018722     IF MH-PIECE-HELD
018732      THEN
018742       ADD 1 TO MH-PIECE-COUNT;
018752       MOVE '99' TO INS-PIECE-BIN
018762     END-IF.
018772 SKIP1
018782 END PROGRAM APKINLLE.
