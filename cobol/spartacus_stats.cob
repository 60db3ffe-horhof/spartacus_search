001617*                        RENAME EVERY AL- FIELD WITH A LEADING
001618*                        REPLACE SO NEW AUDIT FIELDS ARE PICKED
001619*                        UP WITHOUT TOUCHING THIS PROGRAM.
001620*      2025-12-01 JQ     THE CONTROL RECORD EACH SEARCH RUN NOW
001621*                        APPENDS TO THE AUDIT LOG IS NOT A
001622*                        SEARCH AND IS PASSED OVER.
001630******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
015520         PERFORM 2000-READ-WORK THRU 2000-EXIT
015530         GO TO 3000-EXIT
015540     END-IF.
015552     IF WRK-CONTROL-REC
015564         PERFORM 2000-READ-WORK THRU 2000-EXIT
015576         GO TO 3000-EXIT
015588     END-IF.
015600     IF FIRST-RECORD
015700         MOVE "N" TO WS-FIRST-RECORD-SWITCH
015800         MOVE WRK-RUN-DATE TO WS-CURRENT-DATE
