000110*               the key so candidates group geographically.   *
000120*--------------------------------------------------------------*
000130*    09/02/2026  KR   Original copybook for CUSTDUPE/CUSTDUPR.*
000135*    10/15/2026  KR   Work file also feeds CUSTMAIL.         *
000140*--------------------------------------------------------------*
000150 01  CDW-WORK-RECORD.
000160     05 CDW-MATCH-KEY.
