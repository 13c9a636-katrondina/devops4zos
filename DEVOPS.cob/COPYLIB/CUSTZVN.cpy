000010*--------------------------------------------------------------*
000020*  CUSTZVN   -  Postal vendor city/state record, as delivered  *
000030*               on DEVOPS.CUST.POSTAL.VENDOR and read by       *
000040*               CUSTZLD.  One record per postal code and city  *
000050*               name: US records carry the five-digit ZIP,     *
000060*               Canadian records the FSA (the first three      *
000070*               characters of the postal code - a full six-    *
000080*               character code is cut to its FSA on load).     *
000090*               The city type says how the postal service      *
000100*               treats the name: D the default name for the    *
000110*               code, A an acceptable alternate, N a name not  *
000120*               to be used in an address (never loaded).       *
000130*--------------------------------------------------------------*
000140*    10/15/2026  KR   Original copybook for CUSTZLD.           *
000150*--------------------------------------------------------------*
000160 01  CZV-VENDOR-RECORD.
000170     05 CZV-COUNTRY-CODE           PIC X(02).
000180         88 CZV-COUNTRY-US             VALUE "US".
000190         88 CZV-COUNTRY-CANADA         VALUE "CA".
000200     05 CZV-POSTAL-CODE            PIC X(06).
000210     05 CZV-CITY-NAME              PIC X(28).
000220     05 CZV-STATE                  PIC X(02).
000230     05 CZV-CITY-TYPE              PIC X(01).
000240         88 CZV-CITY-DEFAULT           VALUE "D".
000250         88 CZV-CITY-ACCEPTABLE        VALUE "A".
000260         88 CZV-CITY-NOT-ACCEPTABLE    VALUE "N".
000270     05 FILLER                     PIC X(41).
