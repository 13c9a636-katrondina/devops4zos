000160*      date this run retired them, and DELETEs them from the   *
000170*      KSDS;                                                   *
000180*    - buckets the still-pending items by age and reason code  *
000190*      (INVC/CHKD/BADF/NOMR/ORPH/CLSD) on the summary report;  *
000200*    - flags anything pending more than AGE-DAYS days (SYSIN   *
000210*      run-control card, default 5) for supervisor             *
000220*      escalation;                                             *
000300*--------------------------------------------------------------*
000310*  MODIFICATION HISTORY                                        *
000320*    09/02/2026  KR   Original program.                        *
000322*    10/15/2026  KR   CLSD (closed customer) reason row.        *
000330*--------------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
001180
001190*--------------------------------------------------------------*
001200*  Age buckets per reason code, one row per reason the         *
001210*  worklist carries (ORPH and CLSD come from the CONDXREF      *
001215*  cross-check).  Row 7 catches any reason the worklist has    *
001218*  not taught us about yet.                                    *
001220*--------------------------------------------------------------*
001230 77  CRG-REASON-SUB                PIC 9(02) COMP VALUE ZERO.
001240 77  CRG-BUCKET-SUB                PIC 9(02) COMP VALUE ZERO.
001250
001260 01  CRG-BUCKET-TABLE.
001270     05 CRG-REASON-ROW OCCURS 7 TIMES.
001280         10 CRG-BUCKET-COUNT OCCURS 4 TIMES
001290                                   PIC 9(07) COMP VALUE ZERO.
001300
001340     05 FILLER                     PIC X(04) VALUE "BADF".
001350     05 FILLER                     PIC X(04) VALUE "NOMR".
001355     05 FILLER                     PIC X(04) VALUE "ORPH".
001357     05 FILLER                     PIC X(04) VALUE "CLSD".
001360     05 FILLER                     PIC X(04) VALUE "OTHR".
001370 01  CRG-REASON-NAME-TABLE REDEFINES CRG-REASON-NAMES.
001380     05 CRG-REASON-NAME OCCURS 7 TIMES
001390                                   PIC X(04).
001400
001410*--------------------------------------------------------------*
004770             MOVE 4 TO CRG-REASON-SUB
004775         WHEN "ORPH"
004778             MOVE 5 TO CRG-REASON-SUB
004779         WHEN "CLSD"
004782             MOVE 6 TO CRG-REASON-SUB
004786         WHEN OTHER
004790             MOVE 7 TO CRG-REASON-SUB
004800     END-EVALUATE.
004810     EVALUATE TRUE
004820         WHEN CRG-RECORD-AGE <= 1
005250     WRITE RPT-LINE.
005260     PERFORM 8150-WRITE-BUCKET-LINE THRU 8150-EXIT
005270         VARYING CRG-REASON-SUB FROM 1 BY 1
005280         UNTIL CRG-REASON-SUB > 7.
005290     MOVE SPACES TO RPT-LINE.
005300     WRITE RPT-LINE.
005310
