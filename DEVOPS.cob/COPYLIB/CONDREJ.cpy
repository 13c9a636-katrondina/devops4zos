000098*                     referential cross-check - a well-formed   *
000098*                     feed record whose key belongs to no       *
000098*                     customer on the master.                   *
000098*    10/15/2026  KR   Added CDJ-SOURCE-ID, the upstream source   *
000098*                     (CDR-CONTROL-SOURCE-ID) whose feed record  *
000098*                     the reject came from, so the CONDRTN step  *
000098*                     can return each sender its own rejects.   *
000098*                     Spaces on rejects written before the       *
000098*                     field existed and on CONDFIX's BADF/NOMR, *
000098*                     which no sender made.  FILLER shrank to   *
000098*                     keep the record 80 bytes.                 *
000098*    10/15/2026  KR   Added reason code CLSD for a CONDXREF     *
000098*                     feed record whose customer is on the     *
000098*                     master but closed.                        *
000099*--------------------------------------------------------------*
000100 01  CDJ-REJECT-RECORD.
000105     05 CDJ-REJECT-KEY.
000164         88 CDJ-REASON-NO-MATCH         VALUE "NOMR".
000165         88 CDJ-REASON-CHECK-DIGIT      VALUE "CHKD".
000165         88 CDJ-REASON-ORPHAN-KEY       VALUE "ORPH".
000165         88 CDJ-REASON-CLOSED-CUST      VALUE "CLSD".
000166     05 CDJ-WORK-STATUS            PIC X(01).
000167         88 CDJ-STATUS-PENDING         VALUE " ", "P".
000168         88 CDJ-STATUS-WORKED          VALUE "W".
000169         88 CDJ-STATUS-UNFIXABLE       VALUE "U".
000170     05 CDJ-RUN-DATE               PIC 9(08).
000175     05 CDJ-SOURCE-ID              PIC X(08).
000180     05 FILLER                     PIC X(36).
