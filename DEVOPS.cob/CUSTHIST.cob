000210*  same card style CONDRVR reads: up to 20 CUSTOMER-ID cards   *
000220*  (none means every customer), and FROM-DATE/TO-DATE to       *
000230*  bound the run dates reported.                               *
000232*                                                              *
000234*  Each transaction line says where the change was made -      *
000236*  BATCH (CUSTMNT), ONLINE (CUSTMNO) or BACKOUT (a CUSTBOUT    *
000237*  reversal), per CAU-ORIGIN, or PURGE for a CUSTPURG removal. *
000238*  A delete that closed the customer prints as CLOSE, with the *
000239*  STATUS field going to C; a reopen prints as REOPEN.         *
000240*--------------------------------------------------------------*
000250*  MODIFICATION HISTORY                                        *
000260*    09/02/2026  KR   Original program.                        *
000265*    10/15/2026  KR   Transaction line shows BATCH or ONLINE   *
000266*                     origin of the change.                    *
000267*    10/15/2026  KR   BACKOUT origin for CUSTBOUT reversals.   *
000268*    10/15/2026  KR   CLOSE, REOPEN and PURGE transactions and *
000269*                     the STATUS field for logical close.      *
000270*--------------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000830*  the 100-byte record text and how long it is.                *
000840*--------------------------------------------------------------*
000850 01  CHR-FIELD-TABLE.
000860     05 CHR-FIELD-ENTRY OCCURS 7 TIMES INDEXED BY CHR-FLD-IDX.
000870         10 CHR-FIELD-NAME         PIC X(14).
000880         10 CHR-FIELD-OFFSET       PIC 9(03) COMP.
000890         10 CHR-FIELD-LENGTH       PIC 9(03) COMP.
001530     05 CHR-TL-RUN-DATE            PIC 9(08).
001540     05 FILLER                     PIC X(02) VALUE SPACES.
001550     05 CHR-TL-TRANS-DESC          PIC X(06).
001552     05 FILLER                     PIC X(02) VALUE SPACES.
001554     05 CHR-TL-ORIGIN              PIC X(07).
001560     05 FILLER                     PIC X(53) VALUE SPACES.
001570
001580 01  CHR-FIELD-LINE.
001590     05 FILLER                     PIC X(04) VALUE SPACES.
003470     MOVE "ZIP-CODE"            TO CHR-FIELD-NAME (6).
003480     MOVE 88                   TO CHR-FIELD-OFFSET (6).
003490     MOVE 8                    TO CHR-FIELD-LENGTH (6).
003492
003494     MOVE "STATUS"              TO CHR-FIELD-NAME (7).
003496     MOVE 96                   TO CHR-FIELD-OFFSET (7).
003498     MOVE 1                    TO CHR-FIELD-LENGTH (7).
003500 1050-EXIT.
003510     EXIT.
003520
004220     MOVE CAU-AFTER-IMAGE TO CHA-RECORD-TEXT.
004230     PERFORM 2300-COMPARE-FIELD THRU 2300-EXIT
004240         VARYING CHR-FLD-IDX FROM 1 BY 1
004250         UNTIL CHR-FLD-IDX > 7.
004260 2100-EXIT.
004270     EXIT.
004280
004480         WHEN "C"
004490             MOVE "CHANGE" TO CHR-TL-TRANS-DESC
004500         WHEN "D"
004502             IF CAU-AFTER-IMAGE = SPACES
004510                 MOVE "DELETE" TO CHR-TL-TRANS-DESC
004512             ELSE
004514                 MOVE "CLOSE" TO CHR-TL-TRANS-DESC
004516             END-IF
004518         WHEN "R"
004520             MOVE "REOPEN" TO CHR-TL-TRANS-DESC
004522         WHEN "P"
004524             MOVE "PURGE" TO CHR-TL-TRANS-DESC
004527         WHEN OTHER
004530             MOVE CAU-TRANS-CODE TO CHR-TL-TRANS-DESC
004540     END-EVALUATE.
004542     EVALUATE TRUE
004543         WHEN CAU-ORIGIN-ONLINE
004544             MOVE "ONLINE" TO CHR-TL-ORIGIN
004545         WHEN CAU-ORIGIN-BACKOUT
004546             MOVE "BACKOUT" TO CHR-TL-ORIGIN
004547         WHEN CAU-ORIGIN-PURGE
004549             MOVE "PURGE" TO CHR-TL-ORIGIN
004551         WHEN OTHER
004553             MOVE "BATCH" TO CHR-TL-ORIGIN
004555     END-EVALUATE.
004557     MOVE CHR-TRANS-LINE TO RPT-LINE.
004560     WRITE RPT-LINE.
004570 2200-EXIT.
004580     EXIT.
