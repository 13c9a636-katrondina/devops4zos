000180*  match key and CUSTDUPR prints every group of two or more    *
000190*  records sharing a key, both full records in view, for a     *
000200*  human to confirm before anyone keys a DELETE into CUSTTRN.  *
000201*  Closed customers are left out of the work file: they are    *
000202*  never mailed, so they can neither double a mailing nor be   *
000203*  offered up as a duplicate to close again.                   *
000210*--------------------------------------------------------------*
000220*  MODIFICATION HISTORY                                        *
000230*    09/02/2026  KR   Original program.                        *
000231*    10/15/2026  KR   Closed customers (CUS-CLOSED) are skipped*
000232*                     and counted instead of written to the    *
000233*                     work file, so neither CUSTDUPR nor       *
000234*                     CUSTMAIL sees them.                      *
000240*--------------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000570     88 CDP-END-OF-FILE                VALUE "Y".
000580 77  CDP-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
000590 77  CDP-WORK-WRITE-COUNT          PIC 9(07) COMP VALUE ZERO.
000595 77  CDP-CLOSED-COUNT              PIC 9(07) COMP VALUE ZERO.
000600
000610 77  CDP-NORM-FIELD                PIC X(30) VALUE SPACES.
000620
001050*================================================================*
001060 2000-BUILD-WORK-RECORD.
001070*================================================================*
001071     IF CUS-CLOSED
001072         ADD 1 TO CDP-CLOSED-COUNT
001073         PERFORM 1100-READ-CUSTFILE THRU 1100-EXIT
001074         GO TO 2000-EXIT
001075     END-IF.
001080     MOVE SPACES TO CDW-WORK-RECORD.
001090     MOVE CUS-ZIP-CODE (1:5) TO CDW-KEY-ZIP.
001100
001400*================================================================*
001410     DISPLAY "CUSTDUPE: MASTER RECORDS READ = "
001420         CDP-RECORD-COUNT.
001425     DISPLAY "CUSTDUPE: CLOSED CUSTOMERS SKIPPED = "
001426         CDP-CLOSED-COUNT.
001430     DISPLAY "CUSTDUPE: WORK RECORDS WRITTEN = "
001440         CDP-WORK-WRITE-COUNT.
001450     CLOSE CUSTFILE.
