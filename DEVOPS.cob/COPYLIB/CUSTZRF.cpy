000010*--------------------------------------------------------------*
000020*  CUSTZRF   -  Postal reference record, one per postal prefix *
000030*               and city name the postal vendor recognizes, on *
000040*               the KSDS DEVOPS.CUST.ZIPREF.VSAM loaded by     *
000050*               CUSTZLD.  The prefix is the five-digit US ZIP  *
000060*               or the three-character Canadian forward        *
000070*               sortation area (FSA) left-justified; the city  *
000080*               is upper case and cut to the length of         *
000090*               CUS-CITY, so a customer's city keys straight   *
000100*               in.  A prefix with several valid city names    *
000110*               has one record per name; all carry the state   *
000120*               or province the prefix belongs to.             *
000130*                                                              *
000140*               Read by CUSTEDIT, CUSTMNT and CUSTMNO (CICS    *
000150*               file CUSTZREF) to hold a customer's ZIP to     *
000160*               its state and city.                            *
000170*--------------------------------------------------------------*
000180*    10/15/2026  KR   Original copybook for CUSTZLD.           *
000190*--------------------------------------------------------------*
000200 01  CZR-POSTAL-RECORD.
000210     05 CZR-KEY.
000220         10 CZR-POSTAL-PREFIX      PIC X(05).
000230         10 CZR-CITY               PIC X(15).
000240     05 CZR-STATE                  PIC X(02).
000250     05 CZR-COUNTRY                PIC X(01).
000260         88 CZR-COUNTRY-US             VALUE "U".
000270         88 CZR-COUNTRY-CANADA         VALUE "C".
000280     05 CZR-CITY-FULL-NAME         PIC X(28).
000290     05 CZR-LOAD-DATE              PIC 9(08).
000300     05 FILLER                     PIC X(21).
