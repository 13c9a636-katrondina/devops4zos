000030*               for every maintenance transaction it applies   *
000040*               to the customer master, so audit can see what  *
000050*               changed on which run.  An add carries a blank  *
000060*               before image; a physical delete carries a      *
000062*               blank after image.  A close (D) and a reopen   *
000064*               (R) carry both images, like a change; only a   *
000066*               CUSTPURG purge (P) - or a delete written       *
000068*               before customers were closed instead - removes *
000071*               the record.                                    *
000072*                                                              *
000074*               CAU-ORIGIN says where the change was made -    *
000076*               batch CUSTMNT (space, as every record written  *
000078*               before the byte was named carries) or the      *
000079*               online maintenance transaction (O), or a      *
000081*               reversal written by the CUSTBOUT back-out (B), *
000084*               or a purge by CUSTPURG (P).                    *
000087*--------------------------------------------------------------*
000090*    08/22/2026  KR   Original copybook for CUSTMNT.          *
000092*    10/15/2026  KR   Last FILLER byte named CAU-ORIGIN for    *
000094*                     online maintenance images drained in by  *
000096*                     CUSTOAD.                                 *
000097*    10/15/2026  KR   CAU-ORIGIN B for CUSTBOUT reversal       *
000098*                     images.                                  *
000099*    10/15/2026  KR   Close (D), reopen (R) and purge (P)      *
000102*                     images; CAU-ORIGIN P for CUSTPURG.       *
000106*--------------------------------------------------------------*
000110 01  CAU-AUDIT-RECORD.
000120     05 CAU-RUN-DATE               PIC 9(08).
000130     05 CAU-TRANS-CODE             PIC X(01).
000140     05 CAU-CUSTOMER-ID            PIC X(10).
000150     05 CAU-BEFORE-IMAGE           PIC X(100).
000160     05 CAU-AFTER-IMAGE            PIC X(100).
000170     05 CAU-ORIGIN                 PIC X(01).
000180         88 CAU-ORIGIN-BATCH           VALUE " ".
000190         88 CAU-ORIGIN-ONLINE          VALUE "O".
000200         88 CAU-ORIGIN-BACKOUT         VALUE "B".
000210         88 CAU-ORIGIN-PURGE           VALUE "P".
