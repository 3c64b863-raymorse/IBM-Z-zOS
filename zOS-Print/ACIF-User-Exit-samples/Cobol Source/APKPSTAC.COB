000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 15:10:00 BY DELGADO  VERSION 02   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKPSTAC.
000140 AUTHOR. DELGADO.
000300               interface record per band for the general-ledger
000310               feed.  Pieces under the diversion bin code '99'
000320               are hand-metered and are totaled separately,
000321               outside the accrual bands.
000323
000325               A piece APKINLLE combined from several
000326               statements of one household lists them in the
000328               INSCTL record (count, and each one's page
000330               count).  The piece is priced as mailed; the
000331               report adds what the household mailings saved
000333               -- pieces saved, and postage saved against
000335               pricing each statement as a piece of its own
000336               through the same bands.  The ledger feed
000338               carries the postage as mailed only.
000340
000350               RATETAB layout, one entry per record: type 'S'
000360               with the sheets-per-ounce in columns 2-4
001200     05  INS-END-PAGE        PIC 9(8).
001210     05  INS-PAGE-COUNT      PIC 9(8).
001220     05  INS-BIN-CODE        PIC X(2).
001221*    householding: the statements combined into the piece and,
001223*    for each, its first page as an offset from INS-START-PAGE
001225*    and its page count.  Blank when APKINLLE ran without a
001227*    household cross-reference.
001229     05  INS-HH-AREA.
001230         10  INS-HH-DOCS     PIC 9(2).
001232         10  INS-HH-MEMBER OCCURS 6 TIMES.
001234             15  INS-HH-OFFSET   PIC 9(4).
001236             15  INS-HH-PAGES    PIC 9(4).
001238     05  FILLER              PIC X(4).
001240     EJECT
001250 FD  RATE-FILE
001260     RECORDING MODE F
002030 77  BIN-W                   PIC S9(4) BINARY VALUE ZERO.
002040 77  BX                      PIC S9(4) BINARY VALUE ZERO.
002050 77  NX                      PIC S9(4) BINARY VALUE ZERO.
002051 77  PREV-OUNCES             PIC S9(4) BINARY VALUE ZERO.
002052 77  PAGES-W                 PIC S9(8) BINARY VALUE ZERO.
002053 77  MX                      PIC S9(4) BINARY VALUE ZERO.
002055 77  OVER-FLAG               PIC X VALUE LOW-VALUE.
002056     88  BAND-OVER           VALUE HIGH-VALUE.
002057     88  BAND-FOUND          VALUE LOW-VALUE.
002058*    household savings: combined pieces, the statements in them,
002060*    the pieces they saved, and the postage saved against each
002061*    statement mailing alone.
002062 77  HH-PIECE-COUNT          PIC S9(8) BINARY VALUE ZERO.
002063 77  HH-DOC-COUNT            PIC S9(8) BINARY VALUE ZERO.
002065 77  HH-SAVED-PIECES         PIC S9(8) BINARY VALUE ZERO.
002066 77  HH-SAVED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
002067 77  HH-ALONE-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.
002068 77  PIECE-RATE-W            PIC S9(3)V99 COMP-3 VALUE ZERO.
002070 77  CNT-DISP                PIC Z,ZZZ,ZZ9.
002080 77  RUN-DATE-TODAY          PIC 9(8) VALUE ZERO.
002090*    the weight bands, ascending by ounce ceiling, with the
002650     05  OB-COUNT            PIC ZZZ,ZZZ,ZZ9.
002660     05  FILLER              PIC X(33) VALUE
002670         '  PRICED AT THE LAST BAND''S RATE '.
002671     05  FILLER              PIC X(62) VALUE SPACE.
002673 01  HOUSEHOLD-LINE.
002674     05  FILLER              PIC X(26) VALUE
002676         'HOUSEHOLD PIECES         '.
002677     05  HL-PIECES           PIC ZZZ,ZZZ,ZZ9.
002679     05  FILLER              PIC X(12) VALUE '  DOCUMENTS '.
002680     05  HL-DOCS             PIC ZZZ,ZZZ,ZZ9.
002682     05  FILLER              PIC X(15) VALUE '  PIECES SAVED '.
002683     05  HL-SAVED            PIC ZZZ,ZZZ,ZZ9.
002685     05  FILLER              PIC X(16) VALUE '  POSTAGE SAVED '.
002686     05  HL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002688     05  FILLER              PIC X(13) VALUE SPACE.
002690     EJECT
002700 PROCEDURE DIVISION.
002710 0000-MAINLINE.
004250*    OUNCES, OUNCES TO THE FIRST BAND WHOSE CEILING COVERS      *
004260*    THEM.  BIN 99 IS HAND-METERED AND ONLY TOTALED.  CONTROL   *
004270*    RECORDS ('*' IN BYTE ONE) AND MALFORMED RECORDS ARE        *
004280*    COUNTED AND SKIPPED.  A HOUSEHOLD PIECE ALSO RECORDS WHAT  *
004285*    IT SAVED.                                                  *
004290*****************************************************************
004300 2000-PRICE-PIECE.
004310     ADD 1 TO INS-READ-COUNT.
004430       ADD 1 TO DIVERT-COUNT;
004440       ADD INS-PAGE-COUNT TO DIVERT-PAGES;
004450       GO TO 2000-READ.
004460     MOVE INS-PAGE-COUNT TO PAGES-W.
004470     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
004480     IF BAND-OVER
004490      THEN
004500       ADD 1 TO OVERBAND-COUNT.
004640     ADD 1 TO PIECE-COUNT.
004650     ADD 1 TO BT-PIECES (BAND-W).
004660     ADD BT-RATE (BAND-W) TO BT-AMOUNT (BAND-W).
004710       ADD 1 TO BNB-PIECES (BIN-W, BAND-W);
004720       ADD BT-RATE (BAND-W) TO BNB-AMOUNT (BIN-W, BAND-W)
004730     END-IF.
004732     IF INS-HH-DOCS NUMERIC AND INS-HH-DOCS > 1
004734      THEN
004736       PERFORM 2400-HOUSEHOLD THRU 2400-EXIT
004738     END-IF.
004740 2000-READ.
004750     PERFORM 2100-READ-INSCTL THRU 2100-EXIT.
004760 2000-EXIT.
005080      THEN
005090       SET TABLE-OVERFLOWED TO TRUE;
005100       GO TO 2200-EXIT.
005101     ADD 1 TO BIN-COUNT.
005102     MOVE BIN-COUNT TO BIN-W.
005103     INITIALIZE BIN-ENTRY (BIN-W).
005104     MOVE INS-BIN-CODE TO BN-CODE (BIN-W).
005105 2200-EXIT.
005106     EXIT.
005107     EJECT
005108*****************************************************************
005109*    FIND THE BAND FOR A PIECE OF PAGES-W PAGES: DUPLEX SHEETS, *
005110*    OUNCES, THEN THE FIRST BAND WHOSE CEILING COVERS THEM.     *
005111*    PAST THE LAST BAND THE LAST ONE IS RETURNED AND BAND-OVER  *
005112*    IS SET.                                                    *
005113*****************************************************************
005114 2300-FIND-BAND.
005115     COMPUTE SHEETS-W = (PAGES-W + 1) / 2.
005116     COMPUTE OUNCES-W =
005117             (SHEETS-W + SHEETS-PER-OUNCE - 1) / SHEETS-PER-OUNCE.
005118     MOVE ZERO TO BAND-W.
005119     SET BAND-FOUND TO TRUE.
005120     MOVE 1 TO BX.
005121 2300-LOOP.
005122     IF BX > BAND-COUNT
005123      THEN
005124       SET BAND-OVER TO TRUE;
005125       MOVE BAND-COUNT TO BAND-W;
005126       GO TO 2300-EXIT.
005127     IF OUNCES-W NOT > BT-OUNCES (BX)
005128      THEN
005129       MOVE BX TO BAND-W;
005130       GO TO 2300-EXIT.
005131     ADD 1 TO BX.
005132     GO TO 2300-LOOP.
005133 2300-EXIT.
005135     EXIT.
005136     EJECT
005137*****************************************************************
005138*    A PIECE COMBINING SEVERAL STATEMENTS OF ONE HOUSEHOLD:     *
005139*    EVERY STATEMENT AFTER THE FIRST IS A PIECE SAVED, AND THE  *
005140*    POSTAGE SAVED IS EACH STATEMENT PRICED ALONE THROUGH THE   *
005141*    SAME BANDS LESS THE COMBINED PIECE'S RATE.                 *
005142*****************************************************************
005143 2400-HOUSEHOLD.
005144     MOVE BT-RATE (BAND-W) TO PIECE-RATE-W.
005145     ADD 1 TO HH-PIECE-COUNT.
005146     ADD INS-HH-DOCS TO HH-DOC-COUNT.
005147     COMPUTE HH-SAVED-PIECES = HH-SAVED-PIECES + INS-HH-DOCS - 1.
005148     MOVE ZERO TO HH-ALONE-AMOUNT.
005149     PERFORM 2410-PRICE-MEMBER THRU 2410-EXIT
005150         VARYING MX FROM 1 BY 1
005151         UNTIL MX > INS-HH-DOCS OR MX > 6.
005152     IF HH-ALONE-AMOUNT > PIECE-RATE-W
005153      THEN
005154       COMPUTE HH-SAVED-AMOUNT =
005155               HH-SAVED-AMOUNT + HH-ALONE-AMOUNT - PIECE-RATE-W
005156     END-IF.
005157 2400-EXIT.
005158     EXIT.
005159 2410-PRICE-MEMBER.
005160     IF INS-HH-PAGES (MX) NOT NUMERIC
005161        OR INS-HH-PAGES (MX) = ZERO
005162      THEN
005163       GO TO 2410-EXIT.
005164     MOVE INS-HH-PAGES (MX) TO PAGES-W.
005165     PERFORM 2300-FIND-BAND THRU 2300-EXIT.
005166     ADD BT-RATE (BAND-W) TO HH-ALONE-AMOUNT.
005167 2410-EXIT.
005168     EXIT.
005170     EJECT
005180*****************************************************************
005190*    PRINT THE REPORT: PER BIN THE NON-EMPTY WEIGHT BANDS,      *
005200*    THEN THE DIVERSION SUMMARY, THE OVER-BAND NOTE, THE        *
005210*    HOUSEHOLD SAVINGS, AND THE ACCRUED TOTAL.                  *
005220*****************************************************************
005230 3000-PRINT-REPORT.
005240     PERFORM 3100-PRINT-BIN THRU 3100-EXIT
005310       MOVE OVERBAND-COUNT TO OB-COUNT;
005320       WRITE RPT-REC FROM OVERBAND-LINE AFTER ADVANCING 1 LINE
005330     END-IF.
005331     IF HH-PIECE-COUNT > ZERO
005332      THEN
005333       MOVE HH-PIECE-COUNT TO HL-PIECES;
005334       MOVE HH-DOC-COUNT TO HL-DOCS;
005335       MOVE HH-SAVED-PIECES TO HL-SAVED;
005336       MOVE HH-SAVED-AMOUNT TO HL-AMOUNT;
005337       WRITE RPT-REC FROM HOUSEHOLD-LINE AFTER ADVANCING 1 LINE
005338     END-IF.
005340     MOVE PIECE-COUNT TO TL-PIECES.
005350     MOVE TOTAL-AMOUNT TO TL-AMOUNT.
005360     WRITE RPT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
006150     DISPLAY PGMNAME, CNT-DISP, ' pieces under diversion bin 99.'.
006160     MOVE OVERBAND-COUNT TO CNT-DISP.
006170     DISPLAY PGMNAME, CNT-DISP, ' pieces over the last band.'.
006171     IF HH-PIECE-COUNT > ZERO
006172      THEN
006173       MOVE HH-PIECE-COUNT TO CNT-DISP;
006175       DISPLAY PGMNAME, CNT-DISP, ' household pieces priced.';
006176       MOVE HH-SAVED-PIECES TO CNT-DISP;
006177       DISPLAY PGMNAME, CNT-DISP, ' pieces saved by householding.'
006178     END-IF.
006180     IF BAD-REC-COUNT > ZERO
006190      THEN
006200       MOVE BAD-REC-COUNT TO CNT-DISP;
