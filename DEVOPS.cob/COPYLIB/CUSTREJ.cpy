000070*               can fix it without pulling the master record.  *
000080*--------------------------------------------------------------*
000090*    08/22/2026  KR   Original copybook for CUSTEDIT.          *
000092*    10/15/2026  KR   Reasons ZIPS (ZIP not in the customer's  *
000094*                     state) and ZIPC (city not in the ZIP),   *
000096*                     both checked against the CUSTZRF postal  *
000098*                     reference.                               *
000100*--------------------------------------------------------------*
000110 01  CUJ-REJECT-RECORD.
000120     05 CUJ-CUSTOMER-ID            PIC X(10).
000160         88 CUJ-REASON-ZIP-FORMAT      VALUE "ZIPF".
000170         88 CUJ-REASON-NAME-BLANK      VALUE "NAMB".
000180         88 CUJ-REASON-ADDR-BLANK      VALUE "ADRB".
000182         88 CUJ-REASON-ZIP-STATE       VALUE "ZIPS".
000184         88 CUJ-REASON-ZIP-CITY        VALUE "ZIPC".
000190     05 CUJ-FIELD-VALUE            PIC X(30).
000200     05 FILLER                     PIC X(16).
