000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 21:30:00 BY DELGADO  VERSION 05   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKINSCF.
000140 AUTHOR. DELGADO.
000304               *RUNHDR run identity) carry '*' in the first
000306               byte and are counted and skipped; the vendor
000308               confirmation file carries no such records.
000309
000310               A piece APKINLLE combined from several
000311               statements of one household lists them in the
000313               INSCTL record (count, and each one's first page
000314               and page count).  The vendor may confirm such a
000315               piece whole -- the piece's start page with its
000317               full page count -- or statement by statement,
000318               each at its own first page with its own page
000319               count (the last statement's count may include
000320               the duplex filler sheet).  Either way completes
000322               the piece; a piece only some of whose
000323               statements came back is reported as partly
000324               confirmed, and a statement or piece confirmed
000326               more than once as a duplicate.
000327
000328               Return codes: 0 every piece confirmed exactly
000330               once with the right page count, 8 unconfirmed,
000340               partly confirmed, duplicated, or mismatched
000345               pieces exist (the
000350               scheduler holds the postage-accrual release), 12
000360               a dataset could not be opened or the piece table
000370               overflowed (the check could not be completed).
001050     05  INS-END-PAGE        PIC 9(8).
001060     05  INS-PAGE-COUNT      PIC 9(8).
001070     05  INS-BIN-CODE        PIC X(2).
001071*    householding: the statements combined into the piece and,
001073*    for each, its first page as an offset from INS-START-PAGE
001075*    and its page count.  Blank when APKINLLE ran without a
001077*    household cross-reference.
001079     05  INS-HH-AREA.
001080         10  INS-HH-DOCS     PIC 9(2).
001082         10  INS-HH-MEMBER OCCURS 6 TIMES.
001084             15  INS-HH-OFFSET   PIC 9(4).
001086             15  INS-HH-PAGES    PIC 9(4).
001088     05  FILLER              PIC X(4).
001090     EJECT
001100 FD  CONF-FILE
001110     RECORDING MODE F
001590 77  DIVERT-COUNT            PIC S9(8) BINARY VALUE ZERO.
001600 77  DIVERT-PAGES            PIC S9(8) BINARY VALUE ZERO.
001610 77  PX                      PIC S9(8) BINARY VALUE ZERO.
001611 77  MX                      PIC S9(4) BINARY VALUE ZERO.
001612 77  PARTIAL-COUNT           PIC S9(8) BINARY VALUE ZERO.
001613 77  HH-PIECE-COUNT          PIC S9(8) BINARY VALUE ZERO.
001614 77  HH-BYDOC-COUNT          PIC S9(8) BINARY VALUE ZERO.
001615 77  MEMBER-CONF-COUNT       PIC S9(8) BINARY VALUE ZERO.
001616 77  MEMBER-MOST             PIC S9(8) BINARY VALUE ZERO.
001617 77  MEMBER-DUP-FLAG         PIC X VALUE LOW-VALUE.
001618     88  MEMBER-DUPLICATED   VALUE HIGH-VALUE.
001619     88  MEMBER-SINGLE       VALUE LOW-VALUE.
001620 77  FOUND-FLAG              PIC X VALUE LOW-VALUE.
001630     88  PIECE-FOUND         VALUE HIGH-VALUE.
001640     88  PIECE-MISSING       VALUE LOW-VALUE.
001660 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
001670*    one entry per document sent to the inserter: the piece key
001680*    (start page), the page count and bin it went out with, and
001690*    how many confirmations came back for it.  A household piece
001692*    also carries its statements -- first page, page count, the
001695*    span to the next statement (the last one's takes in any
001697*    filler), and the confirmations each drew on its own.
001700 01  PIECE-TABLE.
001710     05  PIECE-ENTRY OCCURS 20000 TIMES.
001720         10  PT-START-PAGE   PIC S9(8) BINARY.
001730         10  PT-PAGE-COUNT   PIC S9(8) BINARY.
001740         10  PT-BIN-CODE     PIC X(2).
001750         10  PT-CONFIRMS     PIC S9(8) BINARY.
001751         10  PT-DOCS         PIC S9(4) BINARY.
001752         10  PT-MEMBER OCCURS 6 TIMES.
001754             15  PTM-START   PIC S9(8) BINARY.
001755             15  PTM-PAGES   PIC S9(8) BINARY.
001757             15  PTM-SPAN    PIC S9(8) BINARY.
001758             15  PTM-CONFIRMS PIC S9(8) BINARY.
001760     EJECT
001770 01  PAGE-HDR.
001780     05  FILLER              PIC X(8) VALUE 'APKINSCF'.
002260         'DIVERSION BIN 99 PIECES  '.
002270     05  DV-COUNT            PIC ZZZ,ZZZ,ZZ9.
002280     05  FILLER              PIC X(8) VALUE '  PAGES '.
002281     05  DV-PAGES            PIC ZZZ,ZZZ,ZZ9.
002282     05  FILLER              PIC X(74) VALUE SPACE.
002283 01  PARTIAL-LINE.
002285     05  FILLER              PIC X(2) VALUE SPACE.
002286     05  FILLER              PIC X(22) VALUE
002287         'PARTLY CONFIRMED     '.
002288     05  PL-START            PIC ZZZ,ZZZ,ZZ9.
002290     05  FILLER              PIC X(13) VALUE '  STATEMENTS '.
002291     05  PL-CONF             PIC ZZ9.
002292     05  FILLER              PIC X(4) VALUE ' OF '.
002293     05  PL-DOCS             PIC ZZ9.
002295     05  FILLER              PIC X(6) VALUE '  BIN '.
002296     05  PL-BIN              PIC X(2).
002297     05  FILLER              PIC X(66) VALUE SPACE.
002298 01  HOUSEHOLD-LINE.
002300     05  FILLER              PIC X(2) VALUE SPACE.
002301     05  FILLER              PIC X(26) VALUE
002302         'HOUSEHOLD PIECES         '.
002303     05  HL-PIECES           PIC ZZZ,ZZZ,ZZ9.
002305     05  FILLER              PIC X(25) VALUE
002306         '  CONFIRMED BY STATEMENT '.
002307     05  HL-BYDOC            PIC ZZZ,ZZZ,ZZ9.
002308     05  FILLER              PIC X(57) VALUE SPACE.
002310     EJECT
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
003090     MOVE INS-PAGE-COUNT TO PT-PAGE-COUNT (PIECE-COUNT).
003100     MOVE INS-BIN-CODE TO PT-BIN-CODE (PIECE-COUNT).
003110     MOVE ZERO TO PT-CONFIRMS (PIECE-COUNT).
003111     MOVE 1 TO PT-DOCS (PIECE-COUNT).
003112     IF INS-HH-DOCS NUMERIC AND INS-HH-DOCS > 1
003113        AND INS-HH-DOCS NOT > 6
003114      THEN
003115       MOVE INS-HH-DOCS TO PT-DOCS (PIECE-COUNT);
003116       ADD 1 TO HH-PIECE-COUNT;
003117       PERFORM 1120-LOAD-MEMBER THRU 1120-EXIT
003118           VARYING MX FROM 1 BY 1 UNTIL MX > INS-HH-DOCS
003119     END-IF.
003120 1100-READ.
003130     PERFORM 1110-READ-INSCTL THRU 1110-EXIT.
003140 1100-EXIT.
003200      NOT AT END
003210       CONTINUE
003220     END-READ.
003221 1110-EXIT.
003222     EXIT.
003223*    one statement of a household piece; a statement whose
003224*    fields are not numeric can never be matched and leaves the
003225*    piece to be confirmed whole.
003226 1120-LOAD-MEMBER.
003227     MOVE ZERO TO PTM-CONFIRMS (PIECE-COUNT, MX).
003228     IF INS-HH-OFFSET (MX) NOT NUMERIC
003229        OR INS-HH-PAGES (MX) NOT NUMERIC
003230      THEN
003231       MOVE ZERO TO PTM-START (PIECE-COUNT, MX);
003232       MOVE ZERO TO PTM-PAGES (PIECE-COUNT, MX);
003233       MOVE ZERO TO PTM-SPAN (PIECE-COUNT, MX);
003235       GO TO 1120-EXIT.
003236     COMPUTE PTM-START (PIECE-COUNT, MX) =
003237             INS-START-PAGE + INS-HH-OFFSET (MX).
003238     MOVE INS-HH-PAGES (MX) TO PTM-PAGES (PIECE-COUNT, MX).
003239     IF MX < INS-HH-DOCS AND INS-HH-OFFSET (MX + 1) NUMERIC
003240      THEN
003241       COMPUTE PTM-SPAN (PIECE-COUNT, MX) =
003242               INS-HH-OFFSET (MX + 1) - INS-HH-OFFSET (MX)
003243      ELSE
003244       COMPUTE PTM-SPAN (PIECE-COUNT, MX) =
003245               INS-PAGE-COUNT - INS-HH-OFFSET (MX)
003246     END-IF.
003247 1120-EXIT.
003248     EXIT.
003250     EJECT
003260*****************************************************************
003270*    ONE CONFIRMATION: FIND THE PIECE IT CLAIMS, COUNT THE      *
003280*    CONFIRMATION, AND JUDGE ITS PAGE COUNT.  A CONFIRMATION    *
003290*    FOR A PIECE THIS RUN NEVER SENT IS REPORTED ON ITS OWN.    *
003292*    ON A HOUSEHOLD PIECE A CONFIRMATION MAY INSTEAD CLAIM ONE  *
003295*    STATEMENT, AT THE STATEMENT'S FIRST PAGE WITH ITS OWN      *
003297*    PAGE COUNT.                                                *
003300*****************************************************************
003310 2000-PROCESS-CONF.
003320     ADD 1 TO CONF-READ-COUNT.
003470       GO TO 2000-JUDGE.
003480     ADD 1 TO PX.
003490     GO TO 2000-LOOP.
003491 2000-JUDGE.
003492     MOVE ZERO TO MX.
003493     IF PIECE-FOUND AND PT-DOCS (PX) > 1
003494        AND CONF-PAGE-COUNT NOT = PT-PAGE-COUNT (PX)
003495        AND (CONF-PAGE-COUNT = PTM-PAGES (PX, 1)
003497             OR CONF-PAGE-COUNT = PTM-SPAN (PX, 1))
003498      THEN
003499       MOVE 1 TO MX;
003500       GO TO 2000-MEMBER.
003501     IF PIECE-MISSING
003502      THEN
003504       PERFORM 2200-FIND-MEMBER THRU 2200-EXIT
003505     END-IF.
003506     IF PIECE-FOUND AND MX > ZERO
003507      THEN
003508       GO TO 2000-MEMBER.
003510     IF PIECE-MISSING
003520      THEN
003530       ADD 1 TO UNKNOWN-COUNT;
003620       MOVE PT-PAGE-COUNT (PX) TO PM-SENT;
003630       MOVE CONF-PAGE-COUNT TO PM-CONF;
003640       WRITE RPT-REC FROM PAGEMIS-LINE AFTER ADVANCING 1 LINE
003641     END-IF.
003642     GO TO 2000-READ.
003644*    a statement of a household piece confirmed on its own.
003645 2000-MEMBER.
003646     ADD 1 TO PTM-CONFIRMS (PX, MX).
003648     IF CONF-PAGE-COUNT NOT = PTM-PAGES (PX, MX)
003649        AND CONF-PAGE-COUNT NOT = PTM-SPAN (PX, MX)
003650      THEN
003652       ADD 1 TO PAGEMIS-COUNT;
003653       MOVE PTM-START (PX, MX) TO PM-START;
003654       MOVE PTM-PAGES (PX, MX) TO PM-SENT;
003656       MOVE CONF-PAGE-COUNT TO PM-CONF;
003657       WRITE RPT-REC FROM PAGEMIS-LINE AFTER ADVANCING 1 LINE
003658     END-IF.
003660 2000-READ.
003670     PERFORM 2100-READ-CONF THRU 2100-EXIT.
003680 2000-EXIT.
003730       CONTINUE
003740      NOT AT END
003750       CONTINUE
003751     END-READ.
003752 2100-EXIT.
003753     EXIT.
003754*    no piece starts at the confirmed page: look for a later
003755*    statement of a household piece that does.  PX and MX return
003756*    the piece and statement, with PIECE-FOUND set; MX is zero
003757*    when the confirmation names no statement either.
003758 2200-FIND-MEMBER.
003759     MOVE ZERO TO MX.
003760     MOVE 1 TO PX.
003761 2200-LOOP.
003762     IF PX > PIECE-COUNT
003763      THEN
003764       MOVE ZERO TO MX;
003765       GO TO 2200-EXIT.
003766     IF PT-DOCS (PX) > 1
003767        AND CONF-START-PAGE > PT-START-PAGE (PX)
003768        AND CONF-START-PAGE <
003770            PT-START-PAGE (PX) + PT-PAGE-COUNT (PX)
003771      THEN
003772       MOVE 2 TO MX;
003773       GO TO 2200-MEMBER.
003774     ADD 1 TO PX.
003775     GO TO 2200-LOOP.
003776 2200-MEMBER.
003777     IF MX > PT-DOCS (PX)
003778      THEN
003779       MOVE ZERO TO MX;
003780       GO TO 2200-EXIT.
003781     IF PTM-START (PX, MX) = CONF-START-PAGE
003782      THEN
003783       SET PIECE-FOUND TO TRUE;
003784       GO TO 2200-EXIT.
003785     ADD 1 TO MX.
003786     GO TO 2200-MEMBER.
003787 2200-EXIT.
003788     EXIT.
003790     EJECT
003800*****************************************************************
003810*    EVERY PIECE WITH NO CONFIRMATION WAS SENT BUT NEVER        *
003820*    ENVELOPED; MORE THAN ONE CONFIRMATION IS A DOUBLE FEED OR  *
003830*    A VENDOR FILE FAULT.  THE BIN 99 TOTALS ACCUMULATE HERE.   *
003832*    A HOUSEHOLD PIECE IS COMPLETE WHEN CONFIRMED WHOLE OR WHEN *
003835*    EVERY ONE OF ITS STATEMENTS CAME BACK; SOME BUT NOT ALL IS *
003837*    A PARTLY CONFIRMED PIECE.                                  *
003840*****************************************************************
003850 3000-SWEEP-PIECES.
003860     IF PT-BIN-CODE (PX) = '99'
003880       ADD 1 TO DIVERT-COUNT;
003890       ADD PT-PAGE-COUNT (PX) TO DIVERT-PAGES
003900     END-IF.
003902     IF PT-DOCS (PX) > 1
003905      THEN
003907       GO TO 3000-HOUSEHOLD.
003910     IF PT-CONFIRMS (PX) = ZERO
003920      THEN
003930       ADD 1 TO UNCONF-COUNT;
003990     IF PT-CONFIRMS (PX) > 1
004000      THEN
004010       ADD 1 TO DUPCONF-COUNT;
004011       MOVE PT-START-PAGE (PX) TO DC-START;
004012       MOVE PT-CONFIRMS (PX) TO DC-CONFIRMS;
004013       WRITE RPT-REC FROM DUPCONF-LINE AFTER ADVANCING 1 LINE
004014     END-IF.
004015     GO TO 3000-EXIT.
004016 3000-HOUSEHOLD.
004017     MOVE ZERO TO MEMBER-CONF-COUNT.
004019     MOVE ZERO TO MEMBER-MOST.
004020     SET MEMBER-SINGLE TO TRUE.
004021     PERFORM 3010-TALLY-MEMBER THRU 3010-EXIT
004022         VARYING MX FROM 1 BY 1 UNTIL MX > PT-DOCS (PX).
004023     IF PT-CONFIRMS (PX) = ZERO
004024        AND MEMBER-CONF-COUNT = ZERO
004025      THEN
004027       ADD 1 TO UNCONF-COUNT;
004028       MOVE PT-START-PAGE (PX) TO UC-START;
004029       MOVE PT-PAGE-COUNT (PX) TO UC-PAGES;
004030       MOVE PT-BIN-CODE (PX) TO UC-BIN;
004031       WRITE RPT-REC FROM UNCONF-LINE AFTER ADVANCING 1 LINE;
004032       GO TO 3000-EXIT.
004033     IF PT-CONFIRMS (PX) = ZERO
004035        AND MEMBER-CONF-COUNT < PT-DOCS (PX)
004036      THEN
004037       ADD 1 TO PARTIAL-COUNT;
004038       MOVE PT-START-PAGE (PX) TO PL-START;
004039       MOVE MEMBER-CONF-COUNT TO PL-CONF;
004040       MOVE PT-DOCS (PX) TO PL-DOCS;
004041       MOVE PT-BIN-CODE (PX) TO PL-BIN;
004042       WRITE RPT-REC FROM PARTIAL-LINE AFTER ADVANCING 1 LINE;
004044       GO TO 3000-EXIT.
004045     IF PT-CONFIRMS (PX) = ZERO
004046      THEN
004047       ADD 1 TO HH-BYDOC-COUNT.
004048*    confirmed whole more than once, a statement more than once,
004049*    or both whole and by statement: the piece went through twice.
004050     IF PT-CONFIRMS (PX) > 1 OR MEMBER-DUPLICATED
004052        OR (PT-CONFIRMS (PX) > ZERO AND MEMBER-CONF-COUNT > ZERO)
004053      THEN
004054       ADD 1 TO DUPCONF-COUNT;
004055       MOVE PT-START-PAGE (PX) TO DC-START;
004056       COMPUTE DC-CONFIRMS = PT-CONFIRMS (PX) + MEMBER-MOST;
004057       WRITE RPT-REC FROM DUPCONF-LINE AFTER ADVANCING 1 LINE
004058     END-IF.
004060 3000-EXIT.
004061     EXIT.
004062 3010-TALLY-MEMBER.
004063     IF PTM-CONFIRMS (PX, MX) > ZERO
004064      THEN
004065       ADD 1 TO MEMBER-CONF-COUNT
004067     END-IF.
004068     IF PTM-CONFIRMS (PX, MX) > 1
004069      THEN
004070       SET MEMBER-DUPLICATED TO TRUE
004071     END-IF.
004072     IF PTM-CONFIRMS (PX, MX) > MEMBER-MOST
004074      THEN
004075       MOVE PTM-CONFIRMS (PX, MX) TO MEMBER-MOST
004076     END-IF.
004077 3010-EXIT.
004078     EXIT.
004080     EJECT
004090*****************************************************************
004100*    ONE SUMMARY LINE FOR THE HAND-METERED DIVERSION PIECES,    *
004105*    AND ONE FOR THE HOUSEHOLD PIECES WHEN THE RUN HAD ANY.     *
004110*****************************************************************
004120 3500-DIVERT-SUMMARY.
004130     MOVE DIVERT-COUNT TO DV-COUNT.
004140     MOVE DIVERT-PAGES TO DV-PAGES.
004150     WRITE RPT-REC FROM DIVERT-LINE AFTER ADVANCING 2 LINES.
004151     IF HH-PIECE-COUNT > ZERO
004152      THEN
004154       MOVE HH-PIECE-COUNT TO HL-PIECES;
004155       MOVE HH-BYDOC-COUNT TO HL-BYDOC;
004157       WRITE RPT-REC FROM HOUSEHOLD-LINE AFTER ADVANCING 1 LINE
004158     END-IF.
004160 3500-EXIT.
004170     EXIT.
004180*****************************************************************
004190*    SUMMARY LINE AND RETURN CODE.  ANY UNCONFIRMED, PARTLY     *
004200*    CONFIRMED, DUPLICATE, MISMATCHED, OR UNKNOWN PIECE SETS    *
004210*    RC 8 SO THE SCHEDULER HOLDS THE POSTAGE-ACCRUAL RELEASE.   *
004220*****************************************************************
004230 3900-FINISH-REPORT.
004240     IF UNCONF-COUNT = ZERO AND DUPCONF-COUNT = ZERO
004250        AND PAGEMIS-COUNT = ZERO AND UNKNOWN-COUNT = ZERO
004255        AND PARTIAL-COUNT = ZERO
004260      THEN
004270       WRITE RPT-REC FROM ALL-OK-LINE AFTER ADVANCING 2 LINES
004280      ELSE
004500     DISPLAY PGMNAME, CNT-DISP, ' confirmation records read.'.
004510     MOVE UNCONF-COUNT TO CNT-DISP.
004520     DISPLAY PGMNAME, CNT-DISP, ' pieces never confirmed.'.
004521     IF HH-PIECE-COUNT > ZERO
004522      THEN
004523       MOVE HH-PIECE-COUNT TO CNT-DISP;
004524       DISPLAY PGMNAME, CNT-DISP, ' household pieces sent.';
004525       MOVE PARTIAL-COUNT TO CNT-DISP;
004526       DISPLAY PGMNAME, CNT-DISP, ' household pieces partly',
004527               ' confirmed.'
004528     END-IF.
004530     MOVE DUPCONF-COUNT TO CNT-DISP.
004540     DISPLAY PGMNAME, CNT-DISP, ' pieces confirmed twice plus.'.
004550     MOVE PAGEMIS-COUNT TO CNT-DISP.
