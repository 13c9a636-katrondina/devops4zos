000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTEDR.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTEDR is the customer record edit subroutine - the field- *
000090*  content rules CUSTEDIT has always applied to the master,    *
000100*  lifted out so the online maintenance transaction (CUSTMNO)  *
000110*  holds a keyed add or change to exactly the same rules the   *
000120*  nightly edit does.  One CALL per record:                    *
000130*    - CUS-STATE must be a legal US state/territory or         *
000140*      Canadian province code;                                 *
000150*    - CUS-ZIP-CODE must be a 5-digit US ZIP for a US state,   *
000160*      or a Canadian A9A 9A9 postal code for a province;       *
000170*    - CUS-CUSTOMER-NAME and CUS-ADDRESS-LINE must not be      *
000180*      blank.                                                  *
000190*  The answers come back in the CUSTERA result area; writing   *
000200*  rejects, suspense or screen messages is the caller's job.   *
000210*--------------------------------------------------------------*
000220*  MODIFICATION HISTORY                                        *
000230*    10/15/2026  KR   Original program.  The state/province    *
000240*                     tables and postal-code shape tests are   *
000250*                     the ones CUSTEDIT carried inline.        *
000260*--------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-Z15.
000310 OBJECT-COMPUTER. IBM-Z15.
000320
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 77  CEW-ZIP-TAIL-POS              PIC 9(02) COMP VALUE ZERO.
000360
000370*--------------------------------------------------------------*
000380*  Work byte for single-character shape tests on the postal    *
000390*  code.  The letter ranges are split A-I/J-R/S-Z so the test  *
000400*  is right on EBCDIC, where the alphabet is not contiguous.   *
000410*--------------------------------------------------------------*
000420 77  CEW-WORK-CHAR                 PIC X(01) VALUE SPACE.
000430     88 CEW-WORK-IS-LETTER             VALUE "A" THRU "I",
000440                                       "J" THRU "R",
000450                                       "S" THRU "Z".
000460     88 CEW-WORK-IS-DIGIT              VALUE "0" THRU "9".
000470
000480*--------------------------------------------------------------*
000490*  Legal US state, District, and territory codes.              *
000500*--------------------------------------------------------------*
000510 01  CEW-US-STATE-LIST.
000520     05 FILLER                     PIC X(28) VALUE
000530         "ALAKAZARCACOCTDEDCFLGAHIIDIL".
000540     05 FILLER                     PIC X(28) VALUE
000550         "INIAKSKYLAMEMDMAMIMNMSMOMTNE".
000560     05 FILLER                     PIC X(28) VALUE
000570         "NVNHNJNMNYNCNDOHOKORPARISCSD".
000580     05 FILLER                     PIC X(28) VALUE
000590         "TNTXUTVTVAWAWVWIWYPRVIGUASMP".
000600 01  CEW-US-STATE-TABLE REDEFINES CEW-US-STATE-LIST.
000610     05 CEW-US-STATE-CODE OCCURS 56 TIMES
000620         INDEXED BY CEW-US-IDX     PIC X(02).
000630
000640*--------------------------------------------------------------*
000650*  Legal Canadian province/territory codes.                    *
000660*--------------------------------------------------------------*
000670 01  CEW-CA-PROV-LIST.
000680     05 FILLER                     PIC X(26) VALUE
000690         "ABBCMBNBNLNSNTNUONPEQCSKYT".
000700 01  CEW-CA-PROV-TABLE REDEFINES CEW-CA-PROV-LIST.
000710     05 CEW-CA-PROV-CODE OCCURS 13 TIMES
000720         INDEXED BY CEW-CA-IDX     PIC X(02).
000730
000740 LINKAGE SECTION.
000750*--------------------------------------------------------------*
000760*  CUS-CUSTOMER-RECORD - the record (or the would-be record    *
000770*                        for an add or change) to edit.        *
000780*  CER-RESULT-AREA     - see CUSTERA.                          *
000790*--------------------------------------------------------------*
000800 COPY CUSTREC.
000810 COPY CUSTERA.
000820
000830 PROCEDURE DIVISION USING CUS-CUSTOMER-RECORD
000840                         CER-RESULT-AREA.
000850*================================================================*
000860 0000-MAINLINE.
000870*================================================================*
000880     MOVE ZERO TO CER-FAILURE-COUNT.
000890     PERFORM 2100-EDIT-STATE THRU 2100-EXIT.
000900     PERFORM 2200-EDIT-ZIP-CODE THRU 2200-EXIT.
000910     PERFORM 2300-EDIT-REQUIRED-FIELDS THRU 2300-EXIT.
000920     GOBACK.
000930
000940*================================================================*
000950 2100-EDIT-STATE.
000960*================================================================*
000970     MOVE SPACE TO CER-STATE-COUNTRY.
000980     SET CEW-US-IDX TO 1.
000990     SEARCH CEW-US-STATE-CODE
001000         AT END
001010             CONTINUE
001020         WHEN CEW-US-STATE-CODE (CEW-US-IDX) = CUS-STATE
001030             MOVE "U" TO CER-STATE-COUNTRY
001040     END-SEARCH.
001050     IF CER-STATE-UNKNOWN
001060         SET CEW-CA-IDX TO 1
001070         SEARCH CEW-CA-PROV-CODE
001080             AT END
001090                 CONTINUE
001100             WHEN CEW-CA-PROV-CODE (CEW-CA-IDX) = CUS-STATE
001110                 MOVE "C" TO CER-STATE-COUNTRY
001120         END-SEARCH
001130     END-IF.
001140     IF CER-STATE-UNKNOWN
001150         MOVE "N" TO CER-STATE-OK-SW
001160         ADD 1 TO CER-FAILURE-COUNT
001170     ELSE
001180         MOVE "Y" TO CER-STATE-OK-SW
001190     END-IF.
001200 2100-EXIT.
001210     EXIT.
001220
001230*================================================================*
001240 2200-EDIT-ZIP-CODE.
001250*================================================================*
001260*    The shape CUS-ZIP-CODE is held to depends on where the    *
001270*    state code landed: five digits (blank-padded) for a US    *
001280*    state, A9A 9A9 (or unspaced A9A9A9) for a Canadian        *
001290*    province.  An unrecognized state already failed in 2100,  *
001300*    so its ZIP is not second-guessed here.                    *
001310     MOVE "N" TO CER-ZIP-OK-SW.
001320     EVALUATE TRUE
001330         WHEN CER-STATE-IS-US
001340             PERFORM 2210-CHECK-US-ZIP THRU 2210-EXIT
001350         WHEN CER-STATE-IS-CANADA
001360             PERFORM 2220-CHECK-CA-POSTAL THRU 2220-EXIT
001370         WHEN OTHER
001380             MOVE "Y" TO CER-ZIP-OK-SW
001390     END-EVALUATE.
001400     IF NOT CER-ZIP-OK
001410         ADD 1 TO CER-FAILURE-COUNT
001420     END-IF.
001430 2200-EXIT.
001440     EXIT.
001450
001460*================================================================*
001470 2210-CHECK-US-ZIP.
001480*================================================================*
001490     IF CUS-ZIP-CODE (1:5) IS NUMERIC
001500         AND CUS-ZIP-CODE (6:3) = SPACES
001510         MOVE "Y" TO CER-ZIP-OK-SW
001520     END-IF.
001530 2210-EXIT.
001540     EXIT.
001550
001560*================================================================*
001570 2220-CHECK-CA-POSTAL.
001580*================================================================*
001590*    Letter-digit-letter, then digit-letter-digit, written     *
001600*    either A9A 9A9 (trailer starts at 5, byte 8 blank) or     *
001610*    A9A9A9 (trailer starts at 4, bytes 7-8 blank).  The lead  *
001620*    A9A failing any byte leaves CEW-ZIP-TAIL-POS at zero and  *
001630*    the code stands rejected.                                 *
001640     MOVE ZERO TO CEW-ZIP-TAIL-POS.
001650     MOVE CUS-ZIP-CODE (1:1) TO CEW-WORK-CHAR.
001660     IF CEW-WORK-IS-LETTER
001670         MOVE CUS-ZIP-CODE (2:1) TO CEW-WORK-CHAR
001680         IF CEW-WORK-IS-DIGIT
001690             MOVE CUS-ZIP-CODE (3:1) TO CEW-WORK-CHAR
001700             IF CEW-WORK-IS-LETTER
001710                 IF CUS-ZIP-CODE (4:1) = SPACE
001720                     AND CUS-ZIP-CODE (8:1) = SPACE
001730                     MOVE 5 TO CEW-ZIP-TAIL-POS
001740                 ELSE
001750                     IF CUS-ZIP-CODE (7:2) = SPACES
001760                         MOVE 4 TO CEW-ZIP-TAIL-POS
001770                     END-IF
001780                 END-IF
001790             END-IF
001800         END-IF
001810     END-IF.
001820     IF CEW-ZIP-TAIL-POS > ZERO
001830         PERFORM 2230-CHECK-CA-TAIL THRU 2230-EXIT
001840     END-IF.
001850 2220-EXIT.
001860     EXIT.
001870
001880*================================================================*
001890 2230-CHECK-CA-TAIL.
001900*================================================================*
001910     MOVE CUS-ZIP-CODE (CEW-ZIP-TAIL-POS:1) TO CEW-WORK-CHAR.
001920     IF CEW-WORK-IS-DIGIT
001930         MOVE CUS-ZIP-CODE (CEW-ZIP-TAIL-POS + 1:1)
001940             TO CEW-WORK-CHAR
001950         IF CEW-WORK-IS-LETTER
001960             MOVE CUS-ZIP-CODE (CEW-ZIP-TAIL-POS + 2:1)
001970                 TO CEW-WORK-CHAR
001980             IF CEW-WORK-IS-DIGIT
001990                 MOVE "Y" TO CER-ZIP-OK-SW
002000             END-IF
002010         END-IF
002020     END-IF.
002030 2230-EXIT.
002040     EXIT.
002050
002060*================================================================*
002070 2300-EDIT-REQUIRED-FIELDS.
002080*================================================================*
002090     IF CUS-CUSTOMER-NAME = SPACES
002100         MOVE "N" TO CER-NAME-OK-SW
002110         ADD 1 TO CER-FAILURE-COUNT
002120     ELSE
002130         MOVE "Y" TO CER-NAME-OK-SW
002140     END-IF.
002150     IF CUS-ADDRESS-LINE = SPACES
002160         MOVE "N" TO CER-ADDR-OK-SW
002170         ADD 1 TO CER-FAILURE-COUNT
002180     ELSE
002190         MOVE "Y" TO CER-ADDR-OK-SW
002200     END-IF.
002210 2300-EXIT.
002220     EXIT.
