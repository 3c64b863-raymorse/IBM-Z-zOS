000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ     RENT
000200* LAST UPDATE ON 15 Oct 2026 AT 21:40:00 BY DELGADO  VERSION 09   *
000300 ID DIVISION.
000400 PROGRAM-ID. APKOTLLE.
000500 AUTHOR. TURETZKY--HYDRA.
003490               identity is written instead and a diagnostic
003500               notes that the pairing check is weakened.
003510
003520               Output control totals: every record this exit
003530               hands back to ACIF is counted into a control
003540               total for the document it belongs to -- records
003550               emitted, bytes emitted, pages (BPG count), and a
003560               running hash total of the structured field (all
003570               of the record after the carriage control byte).
003580               A document is a BNG through its ENG once the
003590               stream is seen to carry page groups, otherwise
003600               the span from one medium map invocation to the
003610               next; a span with no pages is not a document.
003620               One OUTCTL record is written per document when
003630               the next document opens (or at EOF), keyed with
003640               the account and first-page key of the matching
003650               DOCINDEX record APKINLLE wrote for it, the same
003660               in-step handoff LLETRACK relies on.  OUTCTL opens
003670               with the run's *RUNHDR identity -- LLETRACK's
003675               when a restore has already read it, otherwise
003680               the one at the front of DOCINDEX -- written when
003685               the first document closes, and closes with a
003690               trailer carrying the totals for the whole
003695               output stream.  APKARVFY recomputes the same
003700               totals from the archived copy of the output and
003710               must pass before the archive load runs.  If
003720               DOCINDEX is unavailable or belongs to another run
003730               the totals are still written, flagged as having
003740               no key; if OUTCTL is missing, no totals are kept.
003741               The first document whose DOCINDEX page count
003742               differs from its own has fallen out of step with
003743               DOCINDEX (a medium map change inside one account,
003744               say): it keeps the key, flagged, but no later
003745               document takes one -- each is flagged as keyed
003746               out of step rather than given another document's
003747               account -- and APKO007E goes to the console.
003748               APKARVFY holds the archive load (RC 8) on either
003749               flag.
003750
004000 DATE-WRITTEN. 9 Aug 2026.
004100 DATE-COMPILED.
004200 SECURITY. IBM SAMPLE CODE ONLY.
005240         FILE STATUS IS TRACK-FILE-STATUS.
005250     SELECT DISCREP-FILE ASSIGN TO DISCROUT
005260         FILE STATUS IS DISCREP-FILE-STATUS.
005262     SELECT OCTL-FILE ASSIGN TO OUTCTL
005264         FILE STATUS IS OCTL-FILE-STATUS.
005266     SELECT DOCIDX-FILE ASSIGN TO DOCINDEX
005268         FILE STATUS IS DOCIDX-FILE-STATUS.
005270     EJECT
005300 DATA DIVISION.
005310 FILE SECTION.
005510     05  DISCREP-REASON      PIC X(20).
005520     05  FILLER              PIC X(36).
005530     EJECT
005532 FD  OCTL-FILE
005534     RECORDING MODE F
005536     LABEL RECORDS STANDARD
005538     BLOCK CONTAINS 0 RECORDS
005540     RECORD CONTAINS 80 CHARACTERS.
005542* one 'D' record per document, then a 'T' trailer whose totals
005544* cover the whole output stream (OCTL-DOC-SEQ = document count).
005546* OCTL-KEY-FLAG: space = DOCINDEX key taken and its page count
005548* agrees, 'P' = key taken but page counts differ, 'N' = no
005549* DOCINDEX record available for this document, 'S' = no key
005550* taken because an earlier 'P' put DOCINDEX out of step.
005552 01  OCTL-REC.
005554     05  OCTL-TYPE           PIC X.
005556     05  OCTL-DOC-SEQ        PIC 9(8).
005558     05  OCTL-ACCOUNT        PIC X(10).
005560     05  OCTL-FIRST-PAGE     PIC 9(8).
005562     05  OCTL-OUT-PAGE       PIC 9(8).
005564     05  OCTL-PAGES          PIC 9(8).
005566     05  OCTL-RECORDS        PIC 9(10).
005568     05  OCTL-BYTES          PIC 9(12).
005570     05  OCTL-HASH           PIC 9(10).
005572     05  OCTL-KEY-FLAG       PIC X.
005574     05  FILLER              PIC X(4).
005576     EJECT
005578 FD  DOCIDX-FILE
005580     RECORDING MODE F
005582     LABEL RECORDS STANDARD
005584     BLOCK CONTAINS 0 RECORDS
005586     RECORD CONTAINS 80 CHARACTERS.
005588 01  DOCIDX-REC.
005590     05  DOCIDX-ACCOUNT      PIC X(10).
005592     05  DOCIDX-FIRST-PAGE   PIC 9(8).
005594     05  DOCIDX-PAGE-COUNT   PIC 9(8).
005596     05  FILLER              PIC X(54).
005598     EJECT
005600 WORKING-STORAGE SECTION.
005700 77  PGMNAME                 PIC X(8) VALUE 'APKOTLLE'.
005800 77  LLE-COUNT               PIC S9(8) BINARY VALUE ZERO.
006357     05  ROWN-DATE           PIC 9(8) VALUE ZERO.
006358     05  ROWN-TOKEN          PIC X(8) VALUE SPACE.
006359     05  FILLER              PIC X(48) VALUE SPACE.
006361* output control totals: document and whole-stream counters,
006364* the per-record hash, and the DOCINDEX key lookup.  Hashes are
006367* kept below OCTL-HASH-PRIME; a byte enters a record hash as
006370* H * 31 + byte + 1, a record enters a document or stream hash
006373* as H * 65599 + record hash + 1, each reduced by the prime.
006376 77  OCTL-FILE-STATUS        PIC XX VALUE ZERO.
006379     88  OCTL-FILE-OK        VALUE '00'.
006382 77  OCTL-OPEN-FLAG          PIC X VALUE LOW-VALUE.
006385     88  OCTL-OPEN           VALUE HIGH-VALUE.
006388     88  OCTL-NOTOPEN        VALUE LOW-VALUE.
006391     88  OCTL-FAILED         VALUE 'F'.
006394 77  DOCIDX-FILE-STATUS      PIC XX VALUE ZERO.
006397     88  DOCIDX-FILE-OK      VALUE '00'.
006400 77  DOCIDX-OPEN-FLAG        PIC X VALUE LOW-VALUE.
006403     88  DOCIDX-OPEN         VALUE HIGH-VALUE.
006406     88  DOCIDX-NOTOPEN      VALUE LOW-VALUE.
006408     88  DOCIDX-FAILED       VALUE 'F'.
006411 77  DOCIDX-EOF-FLAG         PIC X VALUE LOW-VALUE.
006412     88  DOCIDX-ENDED        VALUE HIGH-VALUE.
006413 01  DOCIDX-HDR-SAVE         PIC X(80) VALUE SPACE.
006414 77  OCTL-HDR-FLAG           PIC X VALUE LOW-VALUE.
006415     88  OCTL-HDR-WRITTEN    VALUE HIGH-VALUE.
006416     88  OCTL-HDR-UNWRITTEN  VALUE LOW-VALUE.
006417 77  OCTL-MODE-FLAG          PIC X VALUE LOW-VALUE.
006420     88  OCTL-TAG-MODE       VALUE HIGH-VALUE.
006423     88  OCTL-OFFSET-MODE    VALUE LOW-VALUE.
006426 77  OCTL-DOC-FLAG           PIC X VALUE LOW-VALUE.
006429     88  OCTL-NO-DOC         VALUE LOW-VALUE.
006432     88  OCTL-IN-DOC         VALUE HIGH-VALUE.
006435     88  OCTL-DOC-ENDED      VALUE 'E'.
006438 77  OCTL-DOC-SEQ-CNT        PIC S9(8) BINARY VALUE ZERO.
006439 77  OCTL-NOKEY-COUNT        PIC S9(8) BINARY VALUE ZERO.
006440 77  OCTL-NOSYNC-COUNT       PIC S9(8) BINARY VALUE ZERO.
006441 77  OCTL-SYNC-FLAG          PIC X VALUE LOW-VALUE.
006442     88  OCTL-KEYS-IN-STEP   VALUE LOW-VALUE.
006443     88  OCTL-KEYS-LOST      VALUE HIGH-VALUE.
006444 77  OCTL-DOC-RECS           PIC S9(18) BINARY VALUE ZERO.
006447 77  OCTL-DOC-BYTES          PIC S9(18) BINARY VALUE ZERO.
006450 77  OCTL-DOC-PAGES          PIC S9(8) BINARY VALUE ZERO.
006453 77  OCTL-DOC-OUT-PAGE       PIC S9(8) BINARY VALUE ZERO.
006455 77  OCTL-DOC-HASH           PIC S9(18) BINARY VALUE ZERO.
006458 77  OCTL-RUN-RECS           PIC S9(18) BINARY VALUE ZERO.
006461 77  OCTL-RUN-BYTES          PIC S9(18) BINARY VALUE ZERO.
006464 77  OCTL-RUN-PAGES          PIC S9(8) BINARY VALUE ZERO.
006467 77  OCTL-RUN-HASH           PIC S9(18) BINARY VALUE ZERO.
006470 77  OCTL-REC-HASH           PIC S9(18) BINARY VALUE ZERO.
006473 77  OCTL-HASH-WORK          PIC S9(18) BINARY VALUE ZERO.
006476 77  OCTL-HASH-QUOT          PIC S9(18) BINARY VALUE ZERO.
006479 77  OCTL-HASH-PRIME         PIC S9(18) BINARY VALUE 999999937.
006482 77  OCTL-HASH-IX            PIC S9(8) BINARY VALUE ZERO.
006485 01  OCTL-HASH-PAIR.
006488     05  FILLER              PIC X VALUE LOW-VALUE.
006491     05  OCTL-HASH-BYTE      PIC X.
006494 01  OCTL-HASH-NUM REDEFINES OCTL-HASH-PAIR PIC 9(4) BINARY.
006497     SKIP2
006500         SKIP1
006600/ AFP STRUCTURED FIELD DEFINITIONS.
006700     COPY STRFLDS SUPPRESS.
012192         DISPLAY 'APKO004E ', PGMNAME, ' ', MISMATCH-COUNT,
012193                 ' RECONCILIATION DISCREPANCIES' UPON CNSL
012200       END-IF;
012205       PERFORM OCTL-FINISH;
012210       IF TRACK-OPEN
012220        THEN
012230         CLOSE TRACK-FILE
013230      WHEN OTHER
013240       CONTINUE
013250     END-EVALUATE.
013251*    always tell ACIF to use this record as-is -- nothing in
013252*    this exit ever wants it deleted or reinserted, and
013253*    OUTP-REQUEST must not be left holding whatever value
013254*    happened to already be in the caller's work area.
013255     SET OUTP-USE TO TRUE.
013256*    the record now stands as ACIF will write it: count it into
013257*    the output control totals.
013258     PERFORM OCTL-RECORD.
013260     GOBACK.
013261     EJECT
013262*****************************************************************
013270      THEN
013271       WRITE DISCREP-REC FROM RUNHDR-SAVE
013272      ELSE
013279       PERFORM BUILD-OWN-HEADER;
013287       WRITE DISCREP-REC FROM RUNHDR-OWN
013288     END-IF.
013298     SKIP1
013308*****************************************************************
013318*    LOCALLY BUILT RUN IDENTITY, FOR DISCROUT AND OUTCTL WHEN   *
013328*    NEITHER LLETRACK NOR DOCINDEX SUPPLIED ONE.  BUILT ONCE    *
013338*    PER RUN SO BOTH DATASETS CARRY THE SAME TOKEN.             *
013348*****************************************************************
013358 BUILD-OWN-HEADER.
013368     IF OWN-HDR-UNBUILT
013378      THEN
013388       SET OWN-HDR-BUILT TO TRUE;
013398       CALL GTJS-PGM USING GTJS-JOBNAME, GTJS-STEPNAME,
013408            GTJS-PROCNAME, GTJS-FC;
013418       IF GTJS-FC-OK
013428        THEN
013438         MOVE GTJS-JOBNAME TO ROWN-JOBNAME
013448       END-IF;
013458       ACCEPT ROWN-DATE FROM DATE YYYYMMDD;
013468       ACCEPT ROWN-TOKEN FROM TIME;
013478       DISPLAY PGMNAME, ' RUN HEADER BUILT LOCALLY --',
013488               ' RUN IDENTITY UNAVAILABLE.'
013498     END-IF.
013868     SKIP1
013878*****************************************************************
013888*    COUNT ONE OUTPUT RECORD INTO THE CONTROL TOTALS.  OUTCTL   *
013898*    OPENS ON THE FIRST RECORD (ITS RUN HEADER WAITS FOR THE    *
013903*    FIRST DOCUMENT TO CLOSE); A DOCUMENT BOUNDARY FIRST CLOSES *
013908*    THE DOCUMENT BEFORE IT.  A BNG ANYWHERE IN THE STREAM      *
013918*    SWITCHES BOUNDARIES FROM MEDIUM MAPS TO PAGE GROUPS.       *
013928*****************************************************************
013938 OCTL-RECORD.
013948     IF OCTL-NOTOPEN
013958      THEN
014008       OPEN OUTPUT OCTL-FILE;
014018       IF OCTL-FILE-OK
014028        THEN
014038         SET OCTL-OPEN TO TRUE
014118        ELSE
014128         SET OCTL-FAILED TO TRUE;
014138         DISPLAY PGMNAME, ' OUTCTL OPEN FAILED, STATUS=',
014148                 OCTL-FILE-STATUS,
014158                 ' -- OUTPUT CONTROL TOTALS NOT KEPT.';
014168         DISPLAY 'APKO005E ', PGMNAME, ' OUTCTL OPEN',
014178                 ' FAILED, STATUS=', OCTL-FILE-STATUS
014188                 UPON CNSL
014198       END-IF
014208     END-IF.
014218     IF OCTL-OPEN
014228      THEN
014238       IF OUTP-SFID = SF-BNG
014248        THEN
014258         SET OCTL-TAG-MODE TO TRUE
014268       END-IF;
014278       IF OUTP-SFID = SF-BNG
014288          OR (OCTL-OFFSET-MODE AND OUTP-SFID = SF-MMC)
014298        THEN
014308         PERFORM OCTL-CLOSE-DOC;
014318         SET OCTL-IN-DOC TO TRUE
014328       END-IF;
014338       MOVE ZERO TO OCTL-REC-HASH;
014348       PERFORM OCTL-HASH-ONE
014358               VARYING OCTL-HASH-IX FROM 2 BY 1
014368               UNTIL OCTL-HASH-IX > OUTP-RECLEN;
014378       ADD 1 TO OCTL-RUN-RECS;
014388       ADD OUTP-RECLEN TO OCTL-RUN-BYTES;
014398       COMPUTE OCTL-HASH-WORK =
014408               OCTL-RUN-HASH * 65599 + OCTL-REC-HASH + 1;
014418       DIVIDE OCTL-HASH-WORK BY OCTL-HASH-PRIME
014428              GIVING OCTL-HASH-QUOT REMAINDER OCTL-RUN-HASH;
014438       IF OUTP-SFID = SF-BPG
014448        THEN
014458         ADD 1 TO OCTL-RUN-PAGES
014468       END-IF;
014478       IF OCTL-IN-DOC
014488        THEN
014498         ADD 1 TO OCTL-DOC-RECS;
014508         ADD OUTP-RECLEN TO OCTL-DOC-BYTES;
014518         COMPUTE OCTL-HASH-WORK =
014528                 OCTL-DOC-HASH * 65599 + OCTL-REC-HASH + 1;
014538         DIVIDE OCTL-HASH-WORK BY OCTL-HASH-PRIME
014548                GIVING OCTL-HASH-QUOT REMAINDER OCTL-DOC-HASH;
014558         IF OUTP-SFID = SF-BPG
014568          THEN
014578           ADD 1 TO OCTL-DOC-PAGES;
014588           IF OCTL-DOC-OUT-PAGE = ZERO
014598            THEN
014608             MOVE OCTL-RUN-PAGES TO OCTL-DOC-OUT-PAGE
014618           END-IF
014628         END-IF;
014638*        a page group ends with its ENG; anything after it up
014648*        to the next BNG belongs to no document.
014658         IF OCTL-TAG-MODE AND OUTP-SFID = SF-ENG
014668          THEN
014678           SET OCTL-DOC-ENDED TO TRUE
014688         END-IF
014698       END-IF
014708     END-IF.
014718     SKIP1
014728 OCTL-HASH-ONE.
014738     MOVE OUTP-REC (OCTL-HASH-IX:1) TO OCTL-HASH-BYTE.
014748     COMPUTE OCTL-HASH-WORK =
014758             OCTL-REC-HASH * 31 + OCTL-HASH-NUM + 1.
014768     DIVIDE OCTL-HASH-WORK BY OCTL-HASH-PRIME
014778            GIVING OCTL-HASH-QUOT REMAINDER OCTL-REC-HASH.
014788     SKIP1
014798*****************************************************************
014808*    CLOSE THE CURRENT DOCUMENT.  ONE WITH PAGES IS WRITTEN TO  *
014818*    OUTCTL UNDER THE NEXT DOCINDEX KEY; A SPAN WITH NO PAGES   *
014828*    (A SETUP OR SUPPRESSED-DOCUMENT MEDIUM MAP) IS DROPPED.    *
014838*    EITHER WAY THE DOCUMENT COUNTERS START OVER.               *
014848*****************************************************************
014858 OCTL-CLOSE-DOC.
014868     IF NOT OCTL-NO-DOC AND OCTL-DOC-PAGES > ZERO
014878      THEN
014880       IF OCTL-HDR-UNWRITTEN
014882        THEN
014884         PERFORM OCTL-HEADER
014886       END-IF;
014888       ADD 1 TO OCTL-DOC-SEQ-CNT;
014898       MOVE SPACE TO OCTL-REC;
014908       MOVE 'D' TO OCTL-TYPE;
014918       MOVE OCTL-DOC-SEQ-CNT TO OCTL-DOC-SEQ;
014928       MOVE OCTL-DOC-OUT-PAGE TO OCTL-OUT-PAGE;
014938       MOVE OCTL-DOC-PAGES TO OCTL-PAGES;
014948       MOVE OCTL-DOC-RECS TO OCTL-RECORDS;
014958       MOVE OCTL-DOC-BYTES TO OCTL-BYTES;
014968       MOVE OCTL-DOC-HASH TO OCTL-HASH;
014978       PERFORM OCTL-DOC-KEY;
014988       WRITE OCTL-REC
014998     END-IF.
015008     SET OCTL-NO-DOC TO TRUE.
015018     MOVE ZERO TO OCTL-DOC-RECS, OCTL-DOC-BYTES, OCTL-DOC-PAGES,
015028                  OCTL-DOC-OUT-PAGE, OCTL-DOC-HASH.
015038     SKIP1
015040*****************************************************************
015043*    OUTCTL'S RUN HEADER, WRITTEN WHEN THE FIRST DOCUMENT CLOSES*
015046*    (OR AT EOF WHEN THERE WAS NONE): LLETRACK'S IDENTITY WHEN A*
015049*    RESTORE HAS ALREADY READ IT, OTHERWISE DOCINDEX'S, AND ONLY*
015052*    WHEN NEITHER IS AVAILABLE A LOCALLY BUILT ONE.             *
015054*****************************************************************
015057 OCTL-HEADER.
015060     SET OCTL-HDR-WRITTEN TO TRUE.
015063     IF DOCIDX-NOTOPEN
015066      THEN
015068       PERFORM OCTL-OPEN-DOCIDX
015071     END-IF.
015074     IF RUNHDR-HAVE
015077      THEN
015080       WRITE OCTL-REC FROM RUNHDR-SAVE
015083      ELSE
015085       IF DOCIDX-OPEN AND DOCIDX-HDR-SAVE NOT = SPACE
015088        THEN
015091         WRITE OCTL-REC FROM DOCIDX-HDR-SAVE
015094        ELSE
015097         PERFORM BUILD-OWN-HEADER;
015099         WRITE OCTL-REC FROM RUNHDR-OWN
015102       END-IF
015105     END-IF.
015108     SKIP1
015111*****************************************************************
015113*    OPEN DOCINDEX AND KEEP ITS *RUNHDR.  A DOCINDEX WITH NO    *
015116*    HEADER, OR ONE NOT MATCHING THE LLETRACK IDENTITY, IS NOT  *
015119*    THIS RUN'S AND NO KEYS ARE TAKEN FROM IT.                  *
015122*****************************************************************
015125 OCTL-OPEN-DOCIDX.
015128     OPEN INPUT DOCIDX-FILE.
015138     IF DOCIDX-FILE-OK
015148      THEN
015158       SET DOCIDX-OPEN TO TRUE;
015168       READ DOCIDX-FILE
015178        AT END
015188         SET DOCIDX-ENDED TO TRUE
015198        NOT AT END
015208         IF DOCIDX-REC (1:8) NOT = '*RUNHDR '
015218            OR (RUNHDR-HAVE AND
015228                DOCIDX-REC (1:32) NOT = RUNHDR-SAVE (1:32))
015238          THEN
015248           DISPLAY PGMNAME, ' DOCINDEX RUN HEADER MISSING OR',
015258                   ' NOT THIS RUN -- OUTCTL KEYS NOT TAKEN.';
015268           DISPLAY 'APKO006E ', PGMNAME, ' DOCINDEX NOT',
015278                   ' THIS RUN' UPON CNSL;
015288           CLOSE DOCIDX-FILE;
015298           SET DOCIDX-FAILED TO TRUE
015303          ELSE
015305           MOVE DOCIDX-REC TO DOCIDX-HDR-SAVE
015308         END-IF
015318       END-READ
015328      ELSE
015338       SET DOCIDX-FAILED TO TRUE;
015348       DISPLAY PGMNAME, ' DOCINDEX OPEN FAILED, STATUS=',
015358               DOCIDX-FILE-STATUS,
015368               ' -- OUTCTL KEYS NOT TAKEN.';
015378       DISPLAY 'APKO006E ', PGMNAME, ' DOCINDEX OPEN',
015388               ' FAILED, STATUS=', DOCIDX-FILE-STATUS
015398               UPON CNSL
015399     END-IF.
015400     SKIP1
015401*****************************************************************
015402*    TAKE THE NEXT DOCINDEX RECORD AS THIS DOCUMENT'S KEY.      *
015403*    ONCE A PAGE COUNT HAS DISAGREED, DOCINDEX IS OUT OF STEP   *
015404*    AND NO FURTHER KEY IS TAKEN.                               *
015405*****************************************************************
015406 OCTL-DOC-KEY.
015407     IF OCTL-KEYS-LOST
015408      THEN
015409       ADD 1 TO OCTL-NOSYNC-COUNT;
015410       MOVE ZERO TO OCTL-FIRST-PAGE;
015411       MOVE 'S' TO OCTL-KEY-FLAG
015412      ELSE
015413       PERFORM OCTL-NEXT-KEY
015414     END-IF.
015415     SKIP1
015416 OCTL-NEXT-KEY.
015420     IF DOCIDX-NOTOPEN
015422      THEN
015424       PERFORM OCTL-OPEN-DOCIDX
015426     END-IF.
015428     IF DOCIDX-OPEN AND NOT DOCIDX-ENDED
015438      THEN
015448       READ DOCIDX-FILE
015458        AT END
015468         SET DOCIDX-ENDED TO TRUE
015478       END-READ
015488     END-IF.
015498     IF DOCIDX-OPEN AND NOT DOCIDX-ENDED
015508      THEN
015518       MOVE DOCIDX-ACCOUNT TO OCTL-ACCOUNT;
015528       MOVE DOCIDX-FIRST-PAGE TO OCTL-FIRST-PAGE;
015538       IF DOCIDX-PAGE-COUNT NOT = OCTL-DOC-PAGES
015548        THEN
015550         MOVE 'P' TO OCTL-KEY-FLAG;
015552         SET OCTL-KEYS-LOST TO TRUE;
015554         DISPLAY PGMNAME, ' OUTCTL DOCUMENT ', OCTL-DOC-SEQ,
015556                 ' PAGE COUNT DIFFERS FROM DOCINDEX -- NO',
015558                 ' FURTHER KEYS TAKEN.';
015560         DISPLAY 'APKO007E ', PGMNAME, ' OUTCTL KEYS OUT OF',
015562                 ' STEP WITH DOCINDEX' UPON CNSL
015568       END-IF
015578      ELSE
015588       ADD 1 TO OCTL-NOKEY-COUNT;
015598       MOVE ZERO TO OCTL-FIRST-PAGE;
015608       MOVE 'N' TO OCTL-KEY-FLAG
015618     END-IF.
015628     SKIP1
015638*****************************************************************
015648*    AT EOF: CLOSE THE LAST DOCUMENT, WRITE THE WHOLE-STREAM    *
015658*    TRAILER, AND CLOSE OUTCTL AND DOCINDEX.                    *
015668*****************************************************************
015678 OCTL-FINISH.
015688     IF OCTL-OPEN
015698      THEN
015708       PERFORM OCTL-CLOSE-DOC;
015710       IF OCTL-HDR-UNWRITTEN
015712        THEN
015714         PERFORM OCTL-HEADER
015716       END-IF;
015718       MOVE SPACE TO OCTL-REC;
015728       MOVE 'T' TO OCTL-TYPE;
015738       MOVE OCTL-DOC-SEQ-CNT TO OCTL-DOC-SEQ;
015748       MOVE ZERO TO OCTL-FIRST-PAGE, OCTL-OUT-PAGE;
015758       MOVE OCTL-RUN-PAGES TO OCTL-PAGES;
015768       MOVE OCTL-RUN-RECS TO OCTL-RECORDS;
015778       MOVE OCTL-RUN-BYTES TO OCTL-BYTES;
015788       MOVE OCTL-RUN-HASH TO OCTL-HASH;
015798       WRITE OCTL-REC;
015808       CLOSE OCTL-FILE;
015818       DISPLAY PGMNAME, ' ', OCTL-DOC-SEQ-CNT,
015828               ' documents written to OUTCTL.';
015838       IF OCTL-NOKEY-COUNT > ZERO
015848        THEN
015858         DISPLAY PGMNAME, ' ', OCTL-NOKEY-COUNT,
015868                 ' OUTCTL documents have no DOCINDEX key.'
015869       END-IF;
015870       IF OCTL-NOSYNC-COUNT > ZERO
015871        THEN
015872         DISPLAY PGMNAME, ' ', OCTL-NOSYNC-COUNT,
015873                 ' OUTCTL documents unkeyed after the mismatch',
015874                 ' with DOCINDEX.'
015878       END-IF
015888     END-IF.
015898     IF DOCIDX-OPEN
015908      THEN
015918       CLOSE DOCIDX-FILE
015928     END-IF.
015938 SKIP1
015948 END PROGRAM APKOTLLE.
