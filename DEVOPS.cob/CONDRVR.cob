000254*                     and the extract gains one SRC,... row per  *
000255*                     source per run so the CONDSCOR monthly     *
000256*                     scorecard can grade each sender.           *
000257*    10/15/2026  KR   Every INVC and CHKD reject now carries the *
000258*                     source it came from in CDJ-SOURCE-ID (the  *
000259*                     source table entry the record was tallied  *
000260*                     to), so CONDRTN can return it to that      *
000261*                     sender.                                    *
000180*--------------------------------------------------------------*
000190
000200 ENVIRONMENT DIVISION.
001362     MOVE "INVC"                   TO CDJ-REASON-CODE.
001362     MOVE SPACE                    TO CDJ-WORK-STATUS.
001362     MOVE CDR-TODAY-DATE           TO CDJ-RUN-DATE.
001362     PERFORM 2140-SET-REJECT-SOURCE THRU 2140-EXIT.
001363     WRITE CDJ-REJECT-RECORD.
001364     ADD 1 TO CDR-REJECT-COUNT.
001365 2110-EXIT.
001366     MOVE "CHKD"                   TO CDJ-REASON-CODE.
001366     MOVE SPACE                    TO CDJ-WORK-STATUS.
001366     MOVE CDR-TODAY-DATE           TO CDJ-RUN-DATE.
001366     PERFORM 2140-SET-REJECT-SOURCE THRU 2140-EXIT.
001366     WRITE CDJ-REJECT-RECORD.
001366     ADD 1 TO CDR-REJECT-COUNT.
001366 2135-EXIT.
001366     EXIT.
001366
001366*================================================================*
001366 2140-SET-REJECT-SOURCE.
001366*================================================================*
001366*    The source the record was tallied to in 2010 - "*NOHDR*"   *
001366*    for a record outside any header/trailer pair, spaces only  *
001366*    when the source table had already filled up.               *
001366     IF CDR-CURRENT-SOURCE-SUB > ZERO
001366         MOVE CDR-SRC-ID (CDR-CURRENT-SOURCE-SUB)
001366                                   TO CDJ-SOURCE-ID
001366     ELSE
001366         MOVE SPACES               TO CDJ-SOURCE-ID
001366     END-IF.
001366 2140-EXIT.
001366     EXIT.
001367
001368*================================================================*
001369 2115-CHECK-OUT-OF-RANGE.
