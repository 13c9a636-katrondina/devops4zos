000076*                     scorecard can count suspense by month.  *
000078*                     Record grew 130 to 132 bytes - the      *
000079*                     suspense dataset must be reallocated.   *
000080*    10/15/2026  KR   Reasons CLSD (change or delete of a     *
000081*                     closed customer) and OPEN (reopen of a  *
000083*                     customer that is not closed).           *
000084*    10/15/2026  KR   Reasons ZIPS (ZIP not in the state) and *
000085*                     ZIPC (city not in the ZIP) from the     *
000087*                     CUSTZRF postal reference check.         *
000088*--------------------------------------------------------------*
000090 01  CSU-SUSPENSE-RECORD.
000100     05 CSU-TRANSACTION-IMAGE      PIC X(100).
000110     05 CSU-REASON-CODE            PIC X(04).
000130         88 CSU-REASON-DUPLICATE-ADD   VALUE "DUPL".
000140         88 CSU-REASON-RULE-VIOLATION  VALUE "RULE".
000150         88 CSU-REASON-BAD-TRANS-CODE  VALUE "TCOD".
000152         88 CSU-REASON-CUST-CLOSED     VALUE "CLSD".
000154         88 CSU-REASON-NOT-CLOSED      VALUE "OPEN".
000156         88 CSU-REASON-ZIP-STATE       VALUE "ZIPS".
000158         88 CSU-REASON-ZIP-CITY        VALUE "ZIPC".
000160     05 CSU-FIELD-NAME             PIC X(20).
000170     05 CSU-RUN-DATE               PIC 9(08).
