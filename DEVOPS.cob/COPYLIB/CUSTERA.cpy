000010*--------------------------------------------------------------*
000020*  CUSTERA   -  Result area for the CUSTEDR customer record    *
000030*               edit subroutine.  Shared between the caller's  *
000040*               WORKING-STORAGE and CUSTEDR's LINKAGE SECTION, *
000050*               so it carries no VALUE clauses; CUSTEDR sets   *
000060*               every field on every call.                     *
000070*                                                              *
000080*               CER-STATE-COUNTRY says where CUS-STATE landed  *
000090*               (U = US state/territory, C = Canadian          *
000100*               province, space = neither).  Each OK switch is *
000110*               Y when that edit passed; CER-FAILURE-COUNT is  *
000120*               how many did not.  A ZIP is not second-        *
000130*               guessed when the state is unknown - the state  *
000140*               failure already stands against the record.     *
000150*--------------------------------------------------------------*
000160*    10/15/2026  KR   Original copybook for CUSTEDR.          *
000170*--------------------------------------------------------------*
000180 01  CER-RESULT-AREA.
000190     05 CER-STATE-COUNTRY          PIC X(01).
000200         88 CER-STATE-IS-US            VALUE "U".
000210         88 CER-STATE-IS-CANADA        VALUE "C".
000220         88 CER-STATE-UNKNOWN          VALUE " ".
000230     05 CER-STATE-OK-SW            PIC X(01).
000240         88 CER-STATE-OK               VALUE "Y".
000250     05 CER-ZIP-OK-SW              PIC X(01).
000260         88 CER-ZIP-OK                 VALUE "Y".
000270     05 CER-NAME-OK-SW             PIC X(01).
000280         88 CER-NAME-OK                VALUE "Y".
000290     05 CER-ADDR-OK-SW             PIC X(01).
000300         88 CER-ADDR-OK                VALUE "Y".
000310     05 CER-FAILURE-COUNT          PIC 9(02) COMP.
