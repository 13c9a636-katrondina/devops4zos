000212*                     CUSTMNT updates in place; CUSTFILE is     *
000213*                     read sequentially through the index,      *
000214*                     the way TRNDEXT reads TRNDFILE.           *
000215*    10/15/2026  KR   Closed customers (CUS-CLOSED) are skipped *
000216*                     - their data is no longer worked - and    *
000217*                     counted on a new report line.             *
000194*--------------------------------------------------------------*
000200
000210 ENVIRONMENT DIVISION.
000580     88 CQR-END-OF-FILE                VALUE "Y".
000585 77  CQR-CUSTFILE-STATUS           PIC X(02) VALUE "00".
000590 77  CQR-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
000595 77  CQR-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
000600
000601 01  CQR-CLOSED-LINE.
000602     05 FILLER                     PIC X(30)
000603                          VALUE "CLOSED CUSTOMERS SKIPPED".
000604     05 CQR-CL-COUNT               PIC ZZZ,ZZZ,ZZ9.
000610
000620*--------------------------------------------------------------*
000630*  Result area for the one-call-per-field CALL "CONDFLD" -     *
001530*================================================================*
001540 2000-PROCESS-RECORD.
001550*================================================================*
001551*    A closed customer is kept on the master only until it is  *
001552*    purged; its fields are not scored.                        *
001553     IF CUS-CLOSED
001554         ADD 1 TO CQR-CLOSED-COUNT
001555         PERFORM 1100-READ-CUSTFILE THRU 1100-EXIT
001556         GO TO 2000-EXIT
001557     END-IF.
001560     ADD 1 TO CQR-RECORD-COUNT.
001570     PERFORM 2100-SCAN-FIELD THRU 2100-EXIT
001580         VARYING CQR-FLD-IDX FROM 1 BY 1
002060     PERFORM 8110-WRITE-FIELD-LINE THRU 8110-EXIT
002070         VARYING CQR-FLD-IDX FROM 1 BY 1
002080         UNTIL CQR-FLD-IDX > 6.
002081     MOVE SPACES TO RPT-LINE.
002082     WRITE RPT-LINE.
002083     MOVE CQR-CLOSED-COUNT TO CQR-CL-COUNT.
002084     MOVE CQR-CLOSED-LINE TO RPT-LINE.
002085     WRITE RPT-LINE.
002090 8100-EXIT.
002100     EXIT.
002110
