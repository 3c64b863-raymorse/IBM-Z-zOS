000100 PROCESS NOD NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ
000110* LAST UPDATE ON 15 Oct 2026 AT 11:05:00 BY DELGADO  VERSION 03   *
000120 ID DIVISION.
000130 PROGRAM-ID. APKSPLIT.
000140 AUTHOR. DELGADO.
000470               document count (documents numbered by SF-MMC
000480               boundaries, the setup map ahead of page one
000490               opening document 1), and its record count
000494               including the replicated setup.  Every record
000498               also carries the make-up of that setup -- its
000502               record count, the SF-LLE records in it, and the
000506               overlay, page segment and medium map references
000510               in it -- so merge program APKMERGE can take the
000514               replicated copies back out of the later splits'
000518               statistics.  The merged outputs and the
000522               per-split STATSOUT totals are stitched back
000526               together in that page order.
000530
000540               Return codes: 0 the stream was split, 12 a
000550               dataset could not be opened, SPLTPARM was
001690     05  CTL-LAST-DOC        PIC 9(8).
001700     05  CTL-DOC-COUNT       PIC 9(8).
001710     05  CTL-REC-COUNT       PIC 9(8).
001713*    the setup replicated ahead of page one of every split.
001716     05  CTL-SETUP-RECS      PIC 9(4).
001719     05  CTL-SETUP-LLES      PIC 9(4).
001722     05  CTL-SETUP-OVLYS     PIC 9(4).
001725     05  FILLER              PIC X(10).
001730     EJECT
001740 FD  SPL1-FILE
001750     RECORDING MODE V
002670*    would print every statement on the wrong paper.
002680 77  SETUP-MAX               PIC S9(4) BINARY VALUE 50.
002690 77  SETUP-COUNT             PIC S9(4) BINARY VALUE ZERO.
002693 77  SETUP-LLES              PIC S9(4) BINARY VALUE ZERO.
002696 77  SETUP-OVLYS             PIC S9(4) BINARY VALUE ZERO.
002700 77  SETUP-SEEN-FLAG         PIC X VALUE LOW-VALUE.
002710     88  PAGE-ONE-SEEN       VALUE HIGH-VALUE.
002720     88  IN-SETUP            VALUE LOW-VALUE.
004870         ADD 1 TO SETUP-COUNT;
004880         MOVE IN-RECLEN TO SETUP-LEN (SETUP-COUNT);
004890         MOVE IN-REC (1:IN-RECLEN)
004892           TO SETUP-IMAGE (SETUP-COUNT) (1:IN-RECLEN);
004894         IF IN-SFID = SF-LLE
004896          THEN
004898           ADD 1 TO SETUP-LLES
004900         END-IF;
004902         IF IN-SFID = SF-MMC OR SF-IOB OR SF-IPS
004904          THEN
004906           ADD 1 TO SETUP-OVLYS
004908         END-IF
004910       END-IF
004920     END-IF.
004930     MOVE IN-RECLEN TO OUT-RECLEN.
006270     MOVE SS-LAST-DOC (CX) TO CTL-LAST-DOC.
006280     MOVE SS-DOCS (CX) TO CTL-DOC-COUNT.
006290     MOVE SS-RECS (CX) TO CTL-REC-COUNT.
006292     MOVE SETUP-COUNT TO CTL-SETUP-RECS.
006294     MOVE SETUP-LLES TO CTL-SETUP-LLES.
006296     MOVE SETUP-OVLYS TO CTL-SETUP-OVLYS.
006300     WRITE CTL-REC.
006310 4100-EXIT.
006320     EXIT.
