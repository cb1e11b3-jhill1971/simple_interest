000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
000950* DATE       INIT  DESCRIPTION
000960* 10/15/2026 JH    Sets a return code for the nightly driver - 8
000970*                  when an input file is missing or any break is
000980*                  reported, else zero - and ends with GOBACK so
000990*                  the driver can CALL it.
001001* 09/02/2026 JH    Replaced the in-memory GL table and its
001002*                  2000-row ceiling with a sort-based match:
001003*                  both files are sorted by account id, reversal
046600     EXIT.
046700
046800*================================================================
046900* 9999-TERMINATE  --  a break of any kind means the log and the
046930* GL extract do not agree, and the night must not go on as if
046960* they did.
047000*================================================================
047100 9999-TERMINATE.
047200     IF WS-FILES-OK
047300         CLOSE RECON-REPORT-FILE
047400     END-IF.
047410     IF WS-FILES-BAD
047420         OR WS-MISMATCH-COUNT > ZERO
047430         OR WS-LOG-ONLY-COUNT > ZERO
047440         OR WS-GL-ONLY-COUNT > ZERO
047450         MOVE 8 TO RETURN-CODE
047460     ELSE
047470         MOVE ZERO TO RETURN-CODE
047480     END-IF.
047500     GOBACK.
047600
047700 9999-EXIT.
047800     EXIT.
