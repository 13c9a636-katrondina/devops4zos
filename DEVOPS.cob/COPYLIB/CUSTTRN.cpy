000070*  CTN-RECORD-TEXT is the flat view CUSTMNT's field-table      *
000080*  validation scans, the same way CUSTQUAL scans               *
000090*  CUS-RECORD-TEXT.                                            *
000092*                                                              *
000094*  A delete no longer removes the customer: it closes it (see  *
000096*  CUS-STATUS in CUSTREC) and a reopen (R) undoes the close.   *
000100*--------------------------------------------------------------*
000110*    08/22/2026  KR   Original copybook for CUSTMNT.          *
000112*    10/15/2026  KR   Added the reopen code R; a delete now   *
000114*                     closes the customer.                    *
000120*--------------------------------------------------------------*
000130 01  CTN-TRANS-RECORD.
000140     05 CTN-TRANS-CODE             PIC X(01).
000150         88 CTN-TRANS-ADD              VALUE "A".
000160         88 CTN-TRANS-CHANGE           VALUE "C".
000170         88 CTN-TRANS-DELETE           VALUE "D".
000175         88 CTN-TRANS-REOPEN           VALUE "R".
000180     05 CTN-CUSTOMER-ID            PIC X(10).
000190     05 CTN-CUSTOMER-NAME          PIC X(30).
000200     05 CTN-ADDRESS-LINE           PIC X(30).
