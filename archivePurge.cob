002400*                  so nothing is ever just deleted. Records
002500*                  predating the run-date stamp (undated) are
002600*                  retained live, never guessed into a period.
002610* 10/15/2026 JH    An ARCHPARM control card (mode and date), when
002620*                  present, answers the two prompts so the night
002630*                  driver can run the archive on its cycle; the
002640*                  run sets a return code (8 when the mode or
002650*                  date is refused) and ends with GOBACK.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005800     SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006020     SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHPARM"
006040         ORGANIZATION IS LINE SEQUENTIAL
006060         FILE STATUS IS WS-PARM-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
013100 FD  ARCHIVE-REPORT-FILE
013200     RECORDING MODE IS F.
013300 01  ARCHIVE-REPORT-LINE         PIC X(100).
013310
013320 FD  ARCHIVE-CONTROL-FILE
013330     RECORDING MODE IS F.
013340 01  ARCHIVE-CONTROL-RECORD.
013350     05  PARM-RUN-MODE           PIC X(01).
013360     05  FILLER                  PIC X(01).
013370     05  PARM-CUTOFF-DATE        PIC X(08).
013400
013500 WORKING-STORAGE SECTION.
013600*----------------------------------------------------------------
016400     88  WS-SCHED-ARCH-NOT-FOUND VALUE "35".
016500
016600 01  WS-RPT-FILE-STATUS          PIC X(02).
016610
016620 01  WS-PARM-FILE-STATUS         PIC X(02).
016630     88  WS-PARM-FILE-FOUND      VALUE "00".
016640
016650 01  WS-PARM-PRESENT-SWITCH      PIC X(01) VALUE "N".
016660     88  WS-PARM-PRESENT         VALUE "Y".
016700
016800 01  WS-RUN-MODE                 PIC X(01).
016900     88  WS-MODE-ARCHIVE         VALUE "A".
025800     EXIT.
025900
026000*================================================================
026100* 1000-INITIALIZE  --  archive or restore, and the period date,
026150* from the control card when there is one, else prompted.
026200* In archive mode records dated BEFORE the cutoff are cut; the
026300* cutoff itself tags the cut, so a restore asks for that same
026400* date. A bad mode or date refuses the run before any file is
026600*================================================================
026700 1000-INITIALIZE.
026800     SET WS-EDIT-OK TO TRUE.
026830     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
026860     IF WS-PARM-PRESENT
026890         MOVE PARM-RUN-MODE TO WS-RUN-MODE
026920         DISPLAY "Run mode " WS-RUN-MODE
026950             " taken from control card."
026980     ELSE
027010         DISPLAY "(A)rchive records before a cutoff date, or "
027040             "(R)estore an archived period? "
027070         ACCEPT WS-RUN-MODE
027100     END-IF.
027200     IF NOT WS-MODE-ARCHIVE AND NOT WS-MODE-RESTORE
027300         DISPLAY "Unrecognized choice: " WS-RUN-MODE
027400         SET WS-EDIT-FAILED TO TRUE
027405     ELSE
027410         IF WS-PARM-PRESENT
027415             IF PARM-CUTOFF-DATE NUMERIC
027420                 MOVE PARM-CUTOFF-DATE TO WS-CUTOFF-DATE
027425             ELSE
027430                 MOVE ZERO TO WS-CUTOFF-DATE
027435             END-IF
027440         ELSE
027445             PERFORM 1200-PROMPT-CUTOFF-DATE THRU 1200-EXIT
027450         END-IF
027455         PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
027460     END-IF.
027465
027470 1000-EXIT.
027475     EXIT.
027480
027485*================================================================
027490* 1100-READ-CONTROL-CARD  --  an empty or missing ARCHPARM means
027495* an operator run.
027500*================================================================
027505 1100-READ-CONTROL-CARD.
027510     MOVE "N" TO WS-PARM-PRESENT-SWITCH.
027515     OPEN INPUT ARCHIVE-CONTROL-FILE.
027520     IF WS-PARM-FILE-FOUND
027525         READ ARCHIVE-CONTROL-FILE
027530             AT END
027535                 CONTINUE
027540             NOT AT END
027545                 SET WS-PARM-PRESENT TO TRUE
027550         END-READ
027555         CLOSE ARCHIVE-CONTROL-FILE
027560     END-IF.
027565
027570 1100-EXIT.
027575     EXIT.
027580
027585 1200-PROMPT-CUTOFF-DATE.
027600     IF WS-MODE-ARCHIVE
027700         DISPLAY "Cutoff date - archive records dated "
027800             "before (YYYYMMDD): "
027900     ELSE
028000         DISPLAY "Archived period (its cutoff date) to "
028100             "restore (YYYYMMDD): "
028200     END-IF.
028300     ACCEPT WS-CUTOFF-DATE.
028600
028700 1200-EXIT.
028800     EXIT.
028900
029000 1500-WRITE-REPORT-HEADER.
099000* 9999-TERMINATE
099100*================================================================
099200 9999-TERMINATE.
099210     IF WS-EDIT-OK
099220         MOVE ZERO TO RETURN-CODE
099230     ELSE
099240         MOVE 8 TO RETURN-CODE
099250     END-IF.
099300     GOBACK.
099400
099500 9999-EXIT.
099600     EXIT.
