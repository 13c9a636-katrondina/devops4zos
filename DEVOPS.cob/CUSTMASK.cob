000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTMASK.
000030 AUTHOR. KAT RONDINA.
000040 INSTALLATION. DEVOPS4ZOS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  CUSTMASK builds the test region's copies of the customer    *
000090*  master and the daily feed with the personal data masked.    *
000100*  Testing CUSTMNT, CONDRVR or CONDXREF used to mean running   *
000110*  against straight copies of production, real names and       *
000120*  addresses included.                                         *
000130*                                                              *
000140*  Customer master (MSTIN, the KSDS read in key order):        *
000150*    - CUS-CUSTOMER-ID is remapped (see below);                *
000160*    - the name and address line are replaced by a made-up     *
000170*      name and street address;                                *
000180*    - the city is replaced by another city the postal         *
000190*      reference (CUSTZRF) holds in the customer's state, and  *
000200*      the ZIP (or the FSA of a Canadian postal code) by that  *
000210*      city's, so the record passes the CUSTEDR state/ZIP      *
000220*      edits and the CUSTEDIT ZIP/city check.  Where the       *
000230*      reference has nothing usable the ZIP is kept and the    *
000240*      city comes from a fallback list;                        *
000250*    - state, status and close date are carried as they are.   *
000260*  The masked records go to MSTOUT, a flat file the job sorts  *
000270*  back into key order and loads into the test KSDS.           *
000280*                                                              *
000290*  Daily feed (FEEDIN, one generation of DEVOPS.DAILY.FEED):   *
000300*    - CDR-RECORD-KEY is remapped the same way as the master   *
000310*      key, so CONDXREF still finds every customer;            *
000320*    - NAME and ADDRESS fields get made-up values; CUST-ID     *
000330*      fields are remapped like the key;                       *
000340*    - NUMERIC-ID fields have their digits remapped and the    *
000350*      mod-10 check digit put back through CONDCKD;            *
000360*    - header records pass as they are; each trailer's hash    *
000370*      total moves by exactly what the remapping did to the    *
000380*      hash of its records, so every source balances (or       *
000390*      fails to) in CONDRVR just as it did in production.      *
000400*  Record counts never change - one record out for each in.    *
000410*                                                              *
000420*  Masking is driven by the MASK-KEY run-control card (ten     *
000430*  digits, required).  The key remap is one-to-one, keeps      *
000440*  digits as digits and letters as letters, and gives the      *
000450*  same result wherever the same key appears.  A made-up       *
000460*  value is chosen from the CUSTNORM match key of the real     *
000470*  one, so a customer keyed two ways, a household, or a        *
000480*  duplicate pair for CUSTDUPE still groups together.  The     *
000490*  same MASK-KEY gives the same test data run after run; a     *
000500*  different one gives different data.                         *
000510*                                                              *
000520*  Every masked name, address and city is checked against its  *
000530*  CONDTAB rules through CONDFLD and every masked customer     *
000540*  through CUSTEDR.  A record that was clean in production     *
000550*  but fails after masking is listed on SYSOUT.  The report    *
000560*  gives counts in and out for both files; RC=8 if they do not *
000570*  tie or anything failed its check, RC=4 if a trailer could   *
000580*  not be adjusted, RC=12 for a bad or missing card, RC=16     *
000590*  for an I/O failure on the master or the reference.          *
000600*--------------------------------------------------------------*
000610*  MODIFICATION HISTORY                                        *
000620*    10/15/2026  KR   Original program.                        *
000630*--------------------------------------------------------------*
000640
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. IBM-Z15.
000680 OBJECT-COMPUTER. IBM-Z15.
000690
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT MSTIN ASSIGN TO MSTIN
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS CUS-CUSTOMER-ID
000760         FILE STATUS IS CMK-MSTIN-STATUS.
000770
000780     SELECT MSTOUT ASSIGN TO MSTOUT
000790         ORGANIZATION IS SEQUENTIAL.
000800
000810     SELECT FEEDIN ASSIGN TO FEEDIN
000820         ORGANIZATION IS SEQUENTIAL.
000830
000840     SELECT FEEDOUT ASSIGN TO FEEDOUT
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870     SELECT ZIPFILE ASSIGN TO ZIPFILE
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS CZR-KEY
000910         FILE STATUS IS CMK-ZIPFILE-STATUS.
000920
000930     SELECT RPTFILE ASSIGN TO RPTFILE
000940         ORGANIZATION IS SEQUENTIAL.
000950
000960     SELECT OPTIONAL CTLFILE ASSIGN TO SYSIN
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS CMK-CTLFILE-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  MSTIN.
001030 COPY CUSTREC.
001040
001050 FD  MSTOUT
001060     RECORDING MODE IS F.
001070 COPY CUSTREC REPLACING LEADING ==CUS== BY ==CMM==.
001080
001090 FD  FEEDIN
001100     RECORDING MODE IS F.
001110 COPY CONDREC.
001120
001130 FD  FEEDOUT
001140     RECORDING MODE IS F.
001150 01  CMF-FEED-RECORD               PIC X(80).
001160
001170 FD  ZIPFILE.
001180 COPY CUSTZRF.
001190
001200 FD  RPTFILE
001210     RECORDING MODE IS F.
001220 01  RPT-LINE                      PIC X(80).
001230
001240 FD  CTLFILE
001250     RECORDING MODE IS F.
001260 01  CMK-CONTROL-CARD              PIC X(80).
001270
001280 WORKING-STORAGE SECTION.
001290*--------------------------------------------------------------*
001300*  Standalone switches and counters.                           *
001310*--------------------------------------------------------------*
001320 77  CMK-MSTIN-STATUS              PIC X(02) VALUE "00".
001330 77  CMK-ZIPFILE-STATUS            PIC X(02) VALUE "00".
001340 77  CMK-MST-EOF-SWITCH            PIC X(01) VALUE "N".
001350     88 CMK-MST-END-OF-FILE            VALUE "Y".
001360 77  CMK-FEED-EOF-SWITCH           PIC X(01) VALUE "N".
001370     88 CMK-FEED-END-OF-FILE           VALUE "Y".
001380 77  CMK-MST-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001390 77  CMK-MST-WRITE-COUNT           PIC 9(07) COMP VALUE ZERO.
001400 77  CMK-NEW-ZIP-COUNT             PIC 9(07) COMP VALUE ZERO.
001410 77  CMK-REF-CITY-COUNT            PIC 9(07) COMP VALUE ZERO.
001420 77  CMK-FALLBACK-CITY-COUNT       PIC 9(07) COMP VALUE ZERO.
001430 77  CMK-MST-CARRIED-COUNT         PIC 9(07) COMP VALUE ZERO.
001440 77  CMK-MST-CHECK-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
001450 77  CMK-FEED-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001460 77  CMK-FEED-WRITE-COUNT          PIC 9(07) COMP VALUE ZERO.
001470 77  CMK-HEADER-COUNT              PIC 9(07) COMP VALUE ZERO.
001480 77  CMK-TRAILER-COUNT             PIC 9(07) COMP VALUE ZERO.
001490 77  CMK-DATA-COUNT                PIC 9(07) COMP VALUE ZERO.
001500 77  CMK-NAME-MASK-COUNT           PIC 9(07) COMP VALUE ZERO.
001510 77  CMK-ADDR-MASK-COUNT           PIC 9(07) COMP VALUE ZERO.
001520 77  CMK-NUMID-MASK-COUNT          PIC 9(07) COMP VALUE ZERO.
001530 77  CMK-CHECK-DIGIT-COUNT         PIC 9(07) COMP VALUE ZERO.
001540 77  CMK-CUSTID-MASK-COUNT         PIC 9(07) COMP VALUE ZERO.
001550 77  CMK-TRAILER-ADJ-COUNT         PIC 9(07) COMP VALUE ZERO.
001560 77  CMK-TRAILER-BAD-COUNT         PIC 9(07) COMP VALUE ZERO.
001570 77  CMK-FEED-CHECK-FAIL-COUNT     PIC 9(07) COMP VALUE ZERO.
001580 77  CMK-SPLIT-TOTAL               PIC 9(08) COMP VALUE ZERO.
001590 77  CMK-RETURN-CODE               PIC 9(02) COMP VALUE ZERO.
001600
001610*--------------------------------------------------------------*
001620*  The mask key from the MASK-KEY card.  Its digits shift the  *
001630*  customer-key characters (CMK-KEY-DIGIT, cycling every ten   *
001640*  positions) and seed the hash the made-up values are picked  *
001650*  with (CMK-MASK-KEY-NUM).                                    *
001660*--------------------------------------------------------------*
001670 77  CMK-MASK-KEY-SW               PIC X(01) VALUE "N".
001680     88 CMK-MASK-KEY-GIVEN             VALUE "Y".
001690
001700 01  CMK-MASK-KEY-AREA.
001710     05 CMK-MASK-KEY               PIC X(10) VALUE ZEROS.
001720     05 CMK-MASK-KEY-NUM REDEFINES CMK-MASK-KEY
001730                                   PIC 9(10).
001740     05 CMK-MASK-KEY-R REDEFINES CMK-MASK-KEY.
001750         10 CMK-KEY-DIGIT OCCURS 10 TIMES
001760                                   PIC 9(01).
001770
001780*--------------------------------------------------------------*
001790*  Key remapping.  Each digit moves round 0-9 and each upper-  *
001800*  case letter round A-Z by its key digit plus a carry built   *
001810*  from the characters before it, so a run of one character    *
001820*  (0000012345) does not remap to another run.  Reading left   *
001830*  to right the carry is always known, so no two keys can      *
001840*  remap alike.  Any other character is left where it is.      *
001850*--------------------------------------------------------------*
001860 77  CMK-ALPHABET                  PIC X(26)
001870                      VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001880 77  CMK-REMAP-LENGTH              PIC 9(02) COMP VALUE ZERO.
001890 77  CMK-REMAP-SUB                 PIC 9(02) COMP VALUE ZERO.
001900 77  CMK-REMAP-CARRY               PIC 9(04) COMP VALUE ZERO.
001910 77  CMK-KEY-SUB                   PIC 9(02) COMP VALUE ZERO.
001920 77  CMK-CHAR-IDX                  PIC 9(02) COMP VALUE ZERO.
001930 77  CMK-NEW-IDX                   PIC 9(02) COMP VALUE ZERO.
001940 77  CMK-SHIFT-WORK                PIC 9(04) COMP VALUE ZERO.
001950 77  CMK-DIVIDE-QUOT               PIC 9(04) COMP VALUE ZERO.
001960
001970 01  CMK-REMAP-AREA                PIC X(30) VALUE SPACES.
001980
001990 01  CMK-WORK-CHAR-AREA.
002000     05 CMK-WORK-CHAR              PIC X(01).
002010     05 CMK-WORK-DIGIT REDEFINES CMK-WORK-CHAR
002020                                   PIC 9(01).
002030
002040*--------------------------------------------------------------*
002050*  Made-up value selection.  The hash of a CUSTNORM match key  *
002060*  (or of ZIP and city) picks the table entries, so the same   *
002070*  real value always gets the same made-up one.                *
002080*--------------------------------------------------------------*
002090 77  CMK-HASH-ALPHABET             PIC X(37)
002100          VALUE " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
002110 77  CMK-HASH                      PIC 9(10) COMP VALUE ZERO.
002120 77  CMK-HASH-WORK                 PIC 9(10) COMP VALUE ZERO.
002130 77  CMK-HASH-QUOT                 PIC 9(10) COMP VALUE ZERO.
002140 77  CMK-HASH-SUB                  PIC 9(02) COMP VALUE ZERO.
002150 77  CMK-PICK                      PIC 9(04) COMP VALUE ZERO.
002160 77  CMK-PICK-DISPLAY              PIC 9(02) VALUE ZERO.
002170 77  CMK-FIRST-SUB                 PIC 9(02) COMP VALUE ZERO.
002180 77  CMK-LAST-SUB                  PIC 9(02) COMP VALUE ZERO.
002190 77  CMK-STREET-SUB                PIC 9(02) COMP VALUE ZERO.
002200 77  CMK-TYPE-SUB                  PIC 9(02) COMP VALUE ZERO.
002210 77  CMK-CITY-SUB                  PIC 9(02) COMP VALUE ZERO.
002220 77  CMK-HOUSE-NUMBER              PIC 9(04) VALUE ZERO.
002230
002240 01  CMK-HASH-INPUT                PIC X(30) VALUE SPACES.
002250 01  CMK-NORM-FIELD                PIC X(30) VALUE SPACES.
002260 01  CMK-FAKE-VALUE                PIC X(30) VALUE SPACES.
002270
002280 01  CMK-FIRST-NAME-LIST.
002290     05 FILLER                     PIC X(10) VALUE "JAMES".
002300     05 FILLER                     PIC X(10) VALUE "MARY".
002310     05 FILLER                     PIC X(10) VALUE "ROBERT".
002320     05 FILLER                     PIC X(10) VALUE "PATRICIA".
002330     05 FILLER                     PIC X(10) VALUE "JOHN".
002340     05 FILLER                     PIC X(10) VALUE "JENNIFER".
002350     05 FILLER                     PIC X(10) VALUE "MICHAEL".
002360     05 FILLER                     PIC X(10) VALUE "LINDA".
002370     05 FILLER                     PIC X(10) VALUE "DAVID".
002380     05 FILLER                     PIC X(10) VALUE "ELIZABETH".
002390     05 FILLER                     PIC X(10) VALUE "WILLIAM".
002400     05 FILLER                     PIC X(10) VALUE "BARBARA".
002410     05 FILLER                     PIC X(10) VALUE "RICHARD".
002420     05 FILLER                     PIC X(10) VALUE "SUSAN".
002430     05 FILLER                     PIC X(10) VALUE "JOSEPH".
002440     05 FILLER                     PIC X(10) VALUE "JESSICA".
002450     05 FILLER                     PIC X(10) VALUE "THOMAS".
002460     05 FILLER                     PIC X(10) VALUE "KAREN".
002470     05 FILLER                     PIC X(10) VALUE "CHARLES".
002480     05 FILLER                     PIC X(10) VALUE "SARAH".
002490     05 FILLER                     PIC X(10) VALUE "DANIEL".
002500     05 FILLER                     PIC X(10) VALUE "LISA".
002510     05 FILLER                     PIC X(10) VALUE "MATTHEW".
002520     05 FILLER                     PIC X(10) VALUE "NANCY".
002530     05 FILLER                     PIC X(10) VALUE "ANTHONY".
002540     05 FILLER                     PIC X(10) VALUE "SANDRA".
002550     05 FILLER                     PIC X(10) VALUE "MARK".
002560     05 FILLER                     PIC X(10) VALUE "BETTY".
002570     05 FILLER                     PIC X(10) VALUE "DONALD".
002580     05 FILLER                     PIC X(10) VALUE "ASHLEY".
002590     05 FILLER                     PIC X(10) VALUE "STEVEN".
002600     05 FILLER                     PIC X(10) VALUE "EMILY".
002610     05 FILLER                     PIC X(10) VALUE "PAUL".
002620     05 FILLER                     PIC X(10) VALUE "DONNA".
002630     05 FILLER                     PIC X(10) VALUE "ANDREW".
002640     05 FILLER                     PIC X(10) VALUE "MICHELLE".
002650     05 FILLER                     PIC X(10) VALUE "KENNETH".
002660     05 FILLER                     PIC X(10) VALUE "CAROL".
002670     05 FILLER                     PIC X(10) VALUE "GEORGE".
002680     05 FILLER                     PIC X(10) VALUE "AMANDA".
002690 01  CMK-FIRST-NAME-TABLE REDEFINES CMK-FIRST-NAME-LIST.
002700     05 CMK-FIRST-NAME OCCURS 40 TIMES
002710                                   PIC X(10).
002720
002730 01  CMK-LAST-NAME-LIST.
002740     05 FILLER                     PIC X(12) VALUE "SMITH".
002750     05 FILLER                     PIC X(12) VALUE "JOHNSON".
002760     05 FILLER                     PIC X(12) VALUE "WILLIAMS".
002770     05 FILLER                     PIC X(12) VALUE "BROWN".
002780     05 FILLER                     PIC X(12) VALUE "JONES".
002790     05 FILLER                     PIC X(12) VALUE "MILLER".
002800     05 FILLER                     PIC X(12) VALUE "DAVIS".
002810     05 FILLER                     PIC X(12) VALUE "WILSON".
002820     05 FILLER                     PIC X(12) VALUE "ANDERSON".
002830     05 FILLER                     PIC X(12) VALUE "TAYLOR".
002840     05 FILLER                     PIC X(12) VALUE "THOMAS".
002850     05 FILLER                     PIC X(12) VALUE "MOORE".
002860     05 FILLER                     PIC X(12) VALUE "MARTIN".
002870     05 FILLER                     PIC X(12) VALUE "JACKSON".
002880     05 FILLER                     PIC X(12) VALUE "THOMPSON".
002890     05 FILLER                     PIC X(12) VALUE "WHITE".
002900     05 FILLER                     PIC X(12) VALUE "HARRIS".
002910     05 FILLER                     PIC X(12) VALUE "CLARK".
002920     05 FILLER                     PIC X(12) VALUE "LEWIS".
002930     05 FILLER                     PIC X(12) VALUE "ROBINSON".
002940     05 FILLER                     PIC X(12) VALUE "WALKER".
002950     05 FILLER                     PIC X(12) VALUE "YOUNG".
002960     05 FILLER                     PIC X(12) VALUE "ALLEN".
002970     05 FILLER                     PIC X(12) VALUE "KING".
002980     05 FILLER                     PIC X(12) VALUE "WRIGHT".
002990     05 FILLER                     PIC X(12) VALUE "SCOTT".
003000     05 FILLER                     PIC X(12) VALUE "HILL".
003010     05 FILLER                     PIC X(12) VALUE "GREEN".
003020     05 FILLER                     PIC X(12) VALUE "ADAMS".
003030     05 FILLER                     PIC X(12) VALUE "BAKER".
003040     05 FILLER                     PIC X(12) VALUE "NELSON".
003050     05 FILLER                     PIC X(12) VALUE "CARTER".
003060     05 FILLER                     PIC X(12) VALUE "MITCHELL".
003070     05 FILLER                     PIC X(12) VALUE "ROBERTS".
003080     05 FILLER                     PIC X(12) VALUE "TURNER".
003090     05 FILLER                     PIC X(12) VALUE "PHILLIPS".
003100     05 FILLER                     PIC X(12) VALUE "CAMPBELL".
003110     05 FILLER                     PIC X(12) VALUE "PARKER".
003120     05 FILLER                     PIC X(12) VALUE "EVANS".
003130     05 FILLER                     PIC X(12) VALUE "EDWARDS".
003140 01  CMK-LAST-NAME-TABLE REDEFINES CMK-LAST-NAME-LIST.
003150     05 CMK-LAST-NAME OCCURS 40 TIMES
003160                                   PIC X(12).
003170
003180 01  CMK-STREET-NAME-LIST.
003190     05 FILLER                     PIC X(10) VALUE "MAPLE".
003200     05 FILLER                     PIC X(10) VALUE "OAK".
003210     05 FILLER                     PIC X(10) VALUE "PINE".
003220     05 FILLER                     PIC X(10) VALUE "CEDAR".
003230     05 FILLER                     PIC X(10) VALUE "ELM".
003240     05 FILLER                     PIC X(10) VALUE "WALNUT".
003250     05 FILLER                     PIC X(10) VALUE "CHESTNUT".
003260     05 FILLER                     PIC X(10) VALUE "BIRCH".
003270     05 FILLER                     PIC X(10) VALUE "WILLOW".
003280     05 FILLER                     PIC X(10) VALUE "SPRUCE".
003290     05 FILLER                     PIC X(10) VALUE "HICKORY".
003300     05 FILLER                     PIC X(10) VALUE "ASPEN".
003310     05 FILLER                     PIC X(10) VALUE "LAUREL".
003320     05 FILLER                     PIC X(10) VALUE "MAGNOLIA".
003330     05 FILLER                     PIC X(10) VALUE "POPLAR".
003340     05 FILLER                     PIC X(10) VALUE "SYCAMORE".
003350     05 FILLER                     PIC X(10) VALUE "CHERRY".
003360     05 FILLER                     PIC X(10) VALUE "DOGWOOD".
003370     05 FILLER                     PIC X(10) VALUE "HOLLY".
003380     05 FILLER                     PIC X(10) VALUE "JUNIPER".
003390     05 FILLER                     PIC X(10) VALUE "MEADOW".
003400     05 FILLER                     PIC X(10) VALUE "RIDGE".
003410     05 FILLER                     PIC X(10) VALUE "LAKE".
003420     05 FILLER                     PIC X(10) VALUE "HILLTOP".
003430     05 FILLER                     PIC X(10) VALUE "VALLEY".
003440     05 FILLER                     PIC X(10) VALUE "FOREST".
003450     05 FILLER                     PIC X(10) VALUE "RIVER".
003460     05 FILLER                     PIC X(10) VALUE "SPRING".
003470     05 FILLER                     PIC X(10) VALUE "SUMMIT".
003480     05 FILLER                     PIC X(10) VALUE "HARBOR".
003490     05 FILLER                     PIC X(10) VALUE "CENTER".
003500     05 FILLER                     PIC X(10) VALUE "CHURCH".
003510     05 FILLER                     PIC X(10) VALUE "MILL".
003520     05 FILLER                     PIC X(10) VALUE "PARK".
003530     05 FILLER                     PIC X(10) VALUE "MAIN".
003540     05 FILLER                     PIC X(10) VALUE "WASHINGTON".
003550     05 FILLER                     PIC X(10) VALUE "LINCOLN".
003560     05 FILLER                     PIC X(10) VALUE "FRANKLIN".
003570     05 FILLER                     PIC X(10) VALUE "JEFFERSON".
003580     05 FILLER                     PIC X(10) VALUE "MADISON".
003590 01  CMK-STREET-NAME-TABLE REDEFINES CMK-STREET-NAME-LIST.
003600     05 CMK-STREET-NAME OCCURS 40 TIMES
003610                                   PIC X(10).
003620
003630*    Street types in the form CUSTNORM standardizes them to.   *
003640 01  CMK-STREET-TYPE-LIST.
003650     05 FILLER                     PIC X(04) VALUE "ST".
003660     05 FILLER                     PIC X(04) VALUE "AVE".
003670     05 FILLER                     PIC X(04) VALUE "RD".
003680     05 FILLER                     PIC X(04) VALUE "DR".
003690     05 FILLER                     PIC X(04) VALUE "LN".
003700     05 FILLER                     PIC X(04) VALUE "BLVD".
003710     05 FILLER                     PIC X(04) VALUE "CT".
003720     05 FILLER                     PIC X(04) VALUE "PL".
003730 01  CMK-STREET-TYPE-TABLE REDEFINES CMK-STREET-TYPE-LIST.
003740     05 CMK-STREET-TYPE OCCURS 8 TIMES
003750                                   PIC X(04).
003760
003770*    Cities for a customer the postal reference cannot place.  *
003780 01  CMK-FAKE-CITY-LIST.
003790     05 FILLER                     PIC X(15) VALUE "SPRINGFIELD".
003800     05 FILLER                     PIC X(15) VALUE "FAIRVIEW".
003810     05 FILLER                     PIC X(15) VALUE "RIVERSIDE".
003820     05 FILLER                     PIC X(15) VALUE "FRANKLIN".
003830     05 FILLER                     PIC X(15) VALUE "GREENVILLE".
003840     05 FILLER                     PIC X(15) VALUE "CLINTON".
003850     05 FILLER                     PIC X(15) VALUE "MADISON".
003860     05 FILLER                     PIC X(15) VALUE "GEORGETOWN".
003870     05 FILLER                     PIC X(15) VALUE "SALEM".
003880     05 FILLER                     PIC X(15) VALUE "MARION".
003890     05 FILLER                     PIC X(15) VALUE "ASHLAND".
003900     05 FILLER                     PIC X(15) VALUE "OAKDALE".
003910     05 FILLER                     PIC X(15) VALUE "MILTON".
003920     05 FILLER                     PIC X(15) VALUE "BRISTOL".
003930     05 FILLER                     PIC X(15) VALUE "CLAYTON".
003940     05 FILLER                     PIC X(15) VALUE "DAYTON".
003950     05 FILLER                     PIC X(15) VALUE "LEXINGTON".
003960     05 FILLER                     PIC X(15) VALUE "BURLINGTON".
003970     05 FILLER                     PIC X(15) VALUE "MANCHESTER".
003980     05 FILLER                     PIC X(15) VALUE "WINCHESTER".
003990 01  CMK-FAKE-CITY-TABLE REDEFINES CMK-FAKE-CITY-LIST.
004000     05 CMK-FAKE-CITY OCCURS 20 TIMES
004010                                   PIC X(15).
004020
004030*--------------------------------------------------------------*
004040*  Postal reference search.  From the chosen starting prefix   *
004050*  up to CMK-SCAN-LIMIT entries are read for the first one in  *
004060*  the customer's state whose city passes the ADDRESS rules.   *
004070*--------------------------------------------------------------*
004080 77  CMK-SCAN-LIMIT                PIC 9(03) COMP VALUE 50.
004090 77  CMK-SCAN-COUNT                PIC 9(03) COMP VALUE ZERO.
004100 77  CMK-SCAN-END-SW               PIC X(01) VALUE "N".
004110     88 CMK-SCAN-ENDED                 VALUE "Y".
004120 77  CMK-CITY-FOUND-SW             PIC X(01) VALUE "N".
004130     88 CMK-CITY-FOUND                 VALUE "Y".
004140
004150*--------------------------------------------------------------*
004160*  What CUSTEDR made of the production record, kept before     *
004170*  the masked record is edited over the same result area.      *
004180*--------------------------------------------------------------*
004190 77  CMK-ORIG-COUNTRY              PIC X(01) VALUE SPACE.
004200     88 CMK-ORIG-US                    VALUE "U".
004210     88 CMK-ORIG-CANADA                VALUE "C".
004220 77  CMK-ORIG-EDIT-SW              PIC X(01) VALUE "N".
004230     88 CMK-ORIG-EDIT-FAILED           VALUE "Y".
004240 77  CMK-ORIG-POSTAL-SW            PIC X(01) VALUE "N".
004250     88 CMK-ORIG-POSTAL-OK             VALUE "Y".
004260 77  CMK-CUST-FAILED-SW            PIC X(01) VALUE "N".
004270     88 CMK-CUST-FAILED                VALUE "Y".
004280
004290*--------------------------------------------------------------*
004300*  Rules check of one masked field through CONDFLD.            *
004310*--------------------------------------------------------------*
004320 77  CMK-CHECK-FIELD               PIC X(30) VALUE SPACES.
004330 77  CMK-CHECK-TYPE                PIC X(10) VALUE SPACES.
004340 77  CMK-CHECK-FAILED-SW           PIC X(01) VALUE "N".
004350     88 CMK-CHECK-FAILED               VALUE "Y".
004360 77  CMK-ORIG-CLEAN-SW             PIC X(01) VALUE "N".
004370     88 CMK-ORIG-CLEAN                 VALUE "Y".
004380
004390*--------------------------------------------------------------*
004400*  Trailer balancing.  The hash of the numeric record keys     *
004410*  since the last header or trailer, before and after the      *
004420*  remap, the way CONDRVR accumulates it.                      *
004430*--------------------------------------------------------------*
004440 77  CMK-SEG-OLD-HASH              PIC S9(17) COMP-3 VALUE ZERO.
004450 77  CMK-SEG-NEW-HASH              PIC S9(17) COMP-3 VALUE ZERO.
004460 77  CMK-NEW-TRAILER-HASH          PIC S9(17) COMP-3 VALUE ZERO.
004470
004480*--------------------------------------------------------------*
004490*  Run-control card handling, the same KEYWORD=VALUE cards     *
004500*  CUSTARET reads on SYSIN.  A blank or "*" card is a comment; *
004510*  a bad card aborts the run before any record is processed.   *
004520*--------------------------------------------------------------*
004530 77  CMK-CTLFILE-STATUS            PIC X(02) VALUE "00".
004540 77  CMK-CTL-EOF-SWITCH            PIC X(01) VALUE "N".
004550     88 CMK-CTL-END-OF-FILE            VALUE "Y".
004560 77  CMK-CARD-KEYWORD              PIC X(16) VALUE SPACES.
004570 77  CMK-CARD-VALUE                PIC X(16) VALUE SPACES.
004580 77  CMK-CARD-VALUE-NUM            PIC 9(10) COMP VALUE ZERO.
004590 77  CMK-VALUE-SUB                 PIC 9(02) COMP VALUE ZERO.
004600 77  CMK-VALUE-DONE-SW             PIC X(01) VALUE "N".
004610     88 CMK-VALUE-DONE                  VALUE "Y".
004620 77  CMK-CARD-ERROR-SW             PIC X(01) VALUE "N".
004630     88 CMK-CARD-ERROR                  VALUE "Y".
004640
004650 01  CMK-VALUE-CHAR-AREA.
004660     05 CMK-VALUE-CHAR             PIC X(01).
004670     05 CMK-VALUE-DIGIT REDEFINES CMK-VALUE-CHAR
004680                                   PIC 9(01).
004690
004700 01  CMK-TRAILER-LINE.
004710     05 FILLER                     PIC X(02) VALUE SPACES.
004720     05 FILLER                     PIC X(07) VALUE "SOURCE ".
004730     05 CMK-TL-SOURCE-ID           PIC X(08).
004740     05 FILLER                     PIC X(27)
004750                          VALUE " TRAILER HASH NOT ADJUSTED ".
004760     05 CMK-TL-REASON              PIC X(30).
004770
004780 01  CMK-REPORT-LINE.
004790     05 CMK-RL-LABEL               PIC X(30).
004800     05 CMK-RL-COUNT               PIC ZZZ,ZZZ,ZZ9.
004810
004820*--------------------------------------------------------------*
004830*  Result areas for CALL "CUSTEDR" (CUSTERA), CALL "CONDFLD"   *
004840*  (CONDFDA), CALL "CONDCKD" (CONDCKA) and CALL "CUSTNORM"     *
004850*  (CUSTNRA).                                                  *
004860*--------------------------------------------------------------*
004870 COPY CUSTERA.
004880 COPY CONDFDA.
004890 COPY CONDCKA.
004900 COPY CUSTNRA.
004910
004920 PROCEDURE DIVISION.
004930*================================================================*
004940 0000-MAINLINE.
004950*================================================================*
004960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004970     PERFORM 2000-MASK-CUSTOMER THRU 2000-EXIT
004980         UNTIL CMK-MST-END-OF-FILE.
004990     PERFORM 3000-MASK-FEED-RECORD THRU 3000-EXIT
005000         UNTIL CMK-FEED-END-OF-FILE.
005010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
005020     MOVE CMK-RETURN-CODE TO RETURN-CODE.
005030     STOP RUN.
005040
005050*================================================================*
005060 1000-INITIALIZE.
005070*================================================================*
005080     OPEN OUTPUT RPTFILE.
005090     MOVE "CUSTMASK - MASKED TEST MASTER AND DAILY FEED"
005100         TO RPT-LINE.
005110     WRITE RPT-LINE.
005120     MOVE SPACES TO RPT-LINE.
005130     WRITE RPT-LINE.
005140     PERFORM 1010-READ-CONTROL-CARDS THRU 1010-EXIT.
005150     IF NOT CMK-MASK-KEY-GIVEN
005160         PERFORM 1040-NO-MASK-KEY THRU 1040-EXIT
005170     END-IF.
005180     OPEN INPUT MSTIN.
005190     IF CMK-MSTIN-STATUS NOT = "00"
005200         DISPLAY "CUSTMASK: MSTIN OPEN FAILED, STATUS="
005210             CMK-MSTIN-STATUS
005220         CLOSE RPTFILE
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     OPEN INPUT ZIPFILE.
005270     IF CMK-ZIPFILE-STATUS NOT = "00"
005280         DISPLAY "CUSTMASK: ZIPFILE OPEN FAILED, STATUS="
005290             CMK-ZIPFILE-STATUS
005300         CLOSE MSTIN
005310         CLOSE RPTFILE
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     OPEN INPUT FEEDIN.
005360     OPEN OUTPUT MSTOUT.
005370     OPEN OUTPUT FEEDOUT.
005380     PERFORM 1100-READ-MSTIN THRU 1100-EXIT.
005390     PERFORM 1200-READ-FEEDIN THRU 1200-EXIT.
005400 1000-EXIT.
005410     EXIT.
005420
005430*================================================================*
005440 1010-READ-CONTROL-CARDS.
005450*================================================================*
005460     OPEN INPUT CTLFILE.
005470     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
005480     PERFORM 1015-PROCESS-CONTROL-CARD THRU 1015-EXIT
005490         UNTIL CMK-CTL-END-OF-FILE.
005500     CLOSE CTLFILE.
005510 1010-EXIT.
005520     EXIT.
005530
005540*================================================================*
005550 1012-READ-CONTROL-CARD.
005560*================================================================*
005570     READ CTLFILE
005580         AT END
005590             MOVE "Y" TO CMK-CTL-EOF-SWITCH
005600     END-READ.
005610 1012-EXIT.
005620     EXIT.
005630
005640*================================================================*
005650 1015-PROCESS-CONTROL-CARD.
005660*================================================================*
005670     IF CMK-CONTROL-CARD = SPACES
005680         OR CMK-CONTROL-CARD (1:1) = "*"
005690         CONTINUE
005700     ELSE
005710         MOVE SPACES TO CMK-CARD-KEYWORD
005720         MOVE SPACES TO CMK-CARD-VALUE
005730         UNSTRING CMK-CONTROL-CARD DELIMITED BY "="
005740             INTO CMK-CARD-KEYWORD
005750                  CMK-CARD-VALUE
005760         END-UNSTRING
005770         PERFORM 1018-CONVERT-CARD-VALUE THRU 1018-EXIT
005780         IF NOT CMK-CARD-ERROR
005790             PERFORM 1020-APPLY-CONTROL-CARD THRU 1020-EXIT
005800         END-IF
005810         IF CMK-CARD-ERROR
005820             PERFORM 1030-CONTROL-CARD-ERROR THRU 1030-EXIT
005830         END-IF
005840     END-IF.
005850     PERFORM 1012-READ-CONTROL-CARD THRU 1012-EXIT.
005860 1015-EXIT.
005870     EXIT.
005880
005890*================================================================*
005900 1018-CONVERT-CARD-VALUE.
005910*================================================================*
005920*    Left-justified unsigned digits, terminated by the first   *
005930*    space.  Anything else on the card is an error.            *
005940     MOVE "N" TO CMK-CARD-ERROR-SW.
005950     MOVE "N" TO CMK-VALUE-DONE-SW.
005960     MOVE ZERO TO CMK-CARD-VALUE-NUM.
005970     IF CMK-CARD-VALUE = SPACES
005980         MOVE "Y" TO CMK-CARD-ERROR-SW
005990     ELSE
006000         PERFORM 1019-CONVERT-VALUE-CHAR THRU 1019-EXIT
006010             VARYING CMK-VALUE-SUB FROM 1 BY 1
006020             UNTIL CMK-VALUE-SUB > 16
006030                 OR CMK-VALUE-DONE
006040                 OR CMK-CARD-ERROR
006050     END-IF.
006060 1018-EXIT.
006070     EXIT.
006080
006090*================================================================*
006100 1019-CONVERT-VALUE-CHAR.
006110*================================================================*
006120     MOVE CMK-CARD-VALUE (CMK-VALUE-SUB:1) TO CMK-VALUE-CHAR.
006130     EVALUATE TRUE
006140         WHEN CMK-VALUE-CHAR = SPACE
006150             MOVE "Y" TO CMK-VALUE-DONE-SW
006160         WHEN CMK-VALUE-DIGIT IS NUMERIC
006170             COMPUTE CMK-CARD-VALUE-NUM =
006180                 CMK-CARD-VALUE-NUM * 10 + CMK-VALUE-DIGIT
006190                 ON SIZE ERROR
006200                     MOVE "Y" TO CMK-CARD-ERROR-SW
006210             END-COMPUTE
006220         WHEN OTHER
006230             MOVE "Y" TO CMK-CARD-ERROR-SW
006240     END-EVALUATE.
006250 1019-EXIT.
006260     EXIT.
006270
006280*================================================================*
006290 1020-APPLY-CONTROL-CARD.
006300*================================================================*
006310*    MASK-KEY must be exactly ten digits and not all zero.     *
006320     EVALUATE CMK-CARD-KEYWORD
006330         WHEN "MASK-KEY"
006340             IF CMK-CARD-VALUE (1:10) IS NUMERIC
006350                 AND CMK-CARD-VALUE (11:6) = SPACES
006360                 AND CMK-CARD-VALUE-NUM > ZERO
006370                 MOVE CMK-CARD-VALUE (1:10) TO CMK-MASK-KEY
006380                 MOVE "Y" TO CMK-MASK-KEY-SW
006390             ELSE
006400                 MOVE "Y" TO CMK-CARD-ERROR-SW
006410             END-IF
006420         WHEN OTHER
006430             MOVE "Y" TO CMK-CARD-ERROR-SW
006440     END-EVALUATE.
006450 1020-EXIT.
006460     EXIT.
006470
006480*================================================================*
006490 1030-CONTROL-CARD-ERROR.
006500*================================================================*
006510*    No file but the report is open yet - nothing written.     *
006512*    The card itself is never printed: it may hold the key, or *
006514*    be the key keyed without its MASK-KEY= keyword.           *
006520     MOVE "** INVALID RUN-CONTROL CARD - RUN ABORTED **"
006530         TO RPT-LINE.
006540     WRITE RPT-LINE.
006545     IF CMK-CARD-KEYWORD = "MASK-KEY"
006550         MOVE "MASK-KEY VALUE MUST BE TEN DIGITS, NOT ALL ZERO"
006552             TO RPT-LINE
006554     ELSE
006556         MOVE "KEYWORD IS NOT MASK-KEY - CARD NOT PRINTED"
006558             TO RPT-LINE
006559     END-IF.
006560     WRITE RPT-LINE.
006570     CLOSE RPTFILE.
006580     CLOSE CTLFILE.
006590     MOVE 12 TO RETURN-CODE.
006600     STOP RUN.
006610 1030-EXIT.
006620     EXIT.
006630
006640*================================================================*
006650 1040-NO-MASK-KEY.
006660*================================================================*
006670*    There is no default key - one built into the program      *
006680*    would let anyone holding the test data unmask the keys.   *
006690     MOVE "** NO MASK-KEY CARD - RUN ABORTED **" TO RPT-LINE.
006700     WRITE RPT-LINE.
006710     CLOSE RPTFILE.
006720     MOVE 12 TO RETURN-CODE.
006730     STOP RUN.
006740 1040-EXIT.
006750     EXIT.
006760
006770*================================================================*
006780 1100-READ-MSTIN.
006790*================================================================*
006800     READ MSTIN NEXT RECORD
006810         AT END
006820             MOVE "Y" TO CMK-MST-EOF-SWITCH
006830         NOT AT END
006840             ADD 1 TO CMK-MST-READ-COUNT
006850     END-READ.
006860     IF NOT CMK-MST-END-OF-FILE
006870         AND CMK-MSTIN-STATUS NOT = "00"
006880         PERFORM 2950-MSTIN-IO-ERROR THRU 2950-EXIT
006890     END-IF.
006900 1100-EXIT.
006910     EXIT.
006920
006930*================================================================*
006940 1200-READ-FEEDIN.
006950*================================================================*
006960     READ FEEDIN
006970         AT END
006980             MOVE "Y" TO CMK-FEED-EOF-SWITCH
006990         NOT AT END
007000             ADD 1 TO CMK-FEED-READ-COUNT
007010     END-READ.
007020 1200-EXIT.
007030     EXIT.
007040
007050*================================================================*
007060 2000-MASK-CUSTOMER.
007070*================================================================*
007080*    Edit the production record first: its country decides     *
007090*    how the ZIP is masked, and a record that already failed   *
007100*    CUSTEDR is not held against the masking.                  *
007110     MOVE CUS-CUSTOMER-RECORD TO CMM-CUSTOMER-RECORD.
007120     CALL "CUSTEDR" USING CUS-CUSTOMER-RECORD
007130                          CER-RESULT-AREA.
007140     MOVE CER-STATE-COUNTRY TO CMK-ORIG-COUNTRY.
007150     IF CER-FAILURE-COUNT > ZERO
007160         MOVE "Y" TO CMK-ORIG-EDIT-SW
007170         ADD 1 TO CMK-MST-CARRIED-COUNT
007180     ELSE
007190         MOVE "N" TO CMK-ORIG-EDIT-SW
007200     END-IF.
007210     IF CER-STATE-OK AND CER-ZIP-OK
007220         MOVE "Y" TO CMK-ORIG-POSTAL-SW
007230     ELSE
007240         MOVE "N" TO CMK-ORIG-POSTAL-SW
007250     END-IF.
007260
007270     MOVE CUS-CUSTOMER-ID TO CMK-REMAP-AREA.
007280     MOVE 10 TO CMK-REMAP-LENGTH.
007290     PERFORM 2600-REMAP-FIELD THRU 2600-EXIT.
007300     MOVE CMK-REMAP-AREA (1:10) TO CMM-CUSTOMER-ID.
007310
007320     MOVE CUS-CUSTOMER-NAME TO CMK-NORM-FIELD.
007330     PERFORM 2500-FAKE-NAME THRU 2500-EXIT.
007340     MOVE CMK-FAKE-VALUE TO CMM-CUSTOMER-NAME.
007350
007360     MOVE CUS-ADDRESS-LINE TO CMK-NORM-FIELD.
007370     PERFORM 2550-FAKE-ADDRESS THRU 2550-EXIT.
007380     MOVE CMK-FAKE-VALUE TO CMM-ADDRESS-LINE.
007390
007400     PERFORM 2400-MASK-CITY-ZIP THRU 2400-EXIT.
007410     PERFORM 2100-EDIT-MASKED-CUSTOMER THRU 2100-EXIT.
007420
007430     WRITE CMM-CUSTOMER-RECORD.
007440     ADD 1 TO CMK-MST-WRITE-COUNT.
007450     PERFORM 1100-READ-MSTIN THRU 1100-EXIT.
007460 2000-EXIT.
007470     EXIT.
007480
007490*================================================================*
007500 2100-EDIT-MASKED-CUSTOMER.
007510*================================================================*
007520*    The masked record must pass what the test region will     *
007530*    put it through: the CONDTAB rules CUSTMNT applies to      *
007540*    name, address and city, and the CUSTEDR edits.            *
007550     MOVE "N" TO CMK-CUST-FAILED-SW.
007560     IF CMM-CUSTOMER-NAME NOT = SPACES
007570         MOVE CMM-CUSTOMER-NAME TO CMK-CHECK-FIELD
007580         MOVE "NAME" TO CMK-CHECK-TYPE
007590         PERFORM 2800-CHECK-FIELD THRU 2800-EXIT
007600         IF CMK-CHECK-FAILED
007610             MOVE "Y" TO CMK-CUST-FAILED-SW
007620         END-IF
007630     END-IF.
007640     IF CMM-ADDRESS-LINE NOT = SPACES
007650         MOVE CMM-ADDRESS-LINE TO CMK-CHECK-FIELD
007660         MOVE "ADDRESS" TO CMK-CHECK-TYPE
007670         PERFORM 2800-CHECK-FIELD THRU 2800-EXIT
007680         IF CMK-CHECK-FAILED
007690             MOVE "Y" TO CMK-CUST-FAILED-SW
007700         END-IF
007710     END-IF.
007720     IF CMM-CITY NOT = SPACES
007730         MOVE CMM-CITY TO CMK-CHECK-FIELD
007740         MOVE "ADDRESS" TO CMK-CHECK-TYPE
007750         PERFORM 2800-CHECK-FIELD THRU 2800-EXIT
007760         IF CMK-CHECK-FAILED
007770             MOVE "Y" TO CMK-CUST-FAILED-SW
007780         END-IF
007790     END-IF.
007800     CALL "CUSTEDR" USING CMM-CUSTOMER-RECORD
007810                          CER-RESULT-AREA.
007820     IF CER-FAILURE-COUNT > ZERO
007830         AND NOT CMK-ORIG-EDIT-FAILED
007840         MOVE "Y" TO CMK-CUST-FAILED-SW
007850     END-IF.
007860     IF CMK-CUST-FAILED
007870         ADD 1 TO CMK-MST-CHECK-FAIL-COUNT
007880         DISPLAY "CUSTMASK: MASKED CUSTOMER FAILS EDIT, KEY="
007890             CMM-CUSTOMER-ID
007900     END-IF.
007910 2100-EXIT.
007920     EXIT.
007930
007940*================================================================*
007950 2400-MASK-CITY-ZIP.
007960*================================================================*
007970*    Start the reference search at a prefix picked from the    *
007980*    hash of the real ZIP and city - the same three-digit ZIP  *
007990*    area in the US, the same first letter of the FSA in       *
008000*    Canada - and take the first usable city in the            *
008010*    customer's state.  Failing that, search from the real     *
008020*    prefix (the ZIP stays, the city changes).  A customer     *
008030*    whose state or ZIP does not edit, or whom neither search  *
008040*    places, keeps the ZIP and gets a fallback-list city.      *
008050     IF NOT CMK-ORIG-POSTAL-OK
008060         PERFORM 2450-FALLBACK-CITY THRU 2450-EXIT
008070         GO TO 2400-EXIT
008080     END-IF.
008090     MOVE "M" TO CNA-FUNCTION-CODE.
008100     MOVE "C" TO CNA-FIELD-KIND.
008110     MOVE 15 TO CNA-FIELD-LENGTH.
008120     MOVE SPACES TO CMK-NORM-FIELD.
008130     MOVE CUS-CITY TO CMK-NORM-FIELD (1:15).
008140     CALL "CUSTNORM" USING CMK-NORM-FIELD CNA-RESULT-AREA.
008150     MOVE SPACES TO CMK-HASH-INPUT.
008160     MOVE CUS-ZIP-CODE TO CMK-HASH-INPUT (1:8).
008170     MOVE CNA-OUT-TEXT (1:15) TO CMK-HASH-INPUT (9:15).
008180     PERFORM 2700-HASH-VALUE THRU 2700-EXIT.
008190     DIVIDE CMK-HASH BY 100 GIVING CMK-HASH-QUOT
008200         REMAINDER CMK-PICK.
008210     MOVE CMK-PICK TO CMK-PICK-DISPLAY.
008220
008230     MOVE SPACES TO CZR-KEY.
008240     IF CMK-ORIG-US
008250         MOVE CUS-ZIP-CODE (1:3) TO CZR-POSTAL-PREFIX (1:3)
008260         MOVE CMK-PICK-DISPLAY TO CZR-POSTAL-PREFIX (4:2)
008270     ELSE
008280         MOVE CUS-ZIP-CODE (1:1) TO CZR-POSTAL-PREFIX (1:1)
008290         MOVE CMK-PICK-DISPLAY (2:1) TO CZR-POSTAL-PREFIX (2:1)
008300         MOVE LOW-VALUES TO CZR-POSTAL-PREFIX (3:3)
008310     END-IF.
008320     MOVE LOW-VALUES TO CZR-CITY.
008330     PERFORM 2410-FIND-REFERENCE-CITY THRU 2410-EXIT.
008340
008350     IF NOT CMK-CITY-FOUND
008360         MOVE SPACES TO CZR-KEY
008370         IF CMK-ORIG-US
008380             MOVE CUS-ZIP-CODE (1:5) TO CZR-POSTAL-PREFIX
008390         ELSE
008400             MOVE CUS-ZIP-CODE (1:3) TO CZR-POSTAL-PREFIX
008410         END-IF
008420         MOVE LOW-VALUES TO CZR-CITY
008430         PERFORM 2410-FIND-REFERENCE-CITY THRU 2410-EXIT
008440     END-IF.
008450     IF NOT CMK-CITY-FOUND
008460         PERFORM 2450-FALLBACK-CITY THRU 2450-EXIT
008470         GO TO 2400-EXIT
008480     END-IF.
008490
008500*    A US ZIP is the five-digit prefix itself; a Canadian      *
008510*    code keeps its local delivery unit behind the new FSA.    *
008520     IF CMK-ORIG-US
008530         MOVE CZR-POSTAL-PREFIX TO CMM-ZIP-CODE
008540     ELSE
008550         MOVE CZR-POSTAL-PREFIX (1:3) TO CMM-ZIP-CODE (1:3)
008560     END-IF.
008570     IF CMM-ZIP-CODE NOT = CUS-ZIP-CODE
008580         ADD 1 TO CMK-NEW-ZIP-COUNT
008590     END-IF.
008600     MOVE CZR-CITY TO CMM-CITY.
008610     ADD 1 TO CMK-REF-CITY-COUNT.
008620 2400-EXIT.
008630     EXIT.
008640
008650*================================================================*
008660 2410-FIND-REFERENCE-CITY.
008670*================================================================*
008680     MOVE "N" TO CMK-CITY-FOUND-SW.
008690     MOVE "N" TO CMK-SCAN-END-SW.
008700     MOVE ZERO TO CMK-SCAN-COUNT.
008710     START ZIPFILE
008720         KEY IS NOT LESS THAN CZR-KEY
008730         INVALID KEY
008740             CONTINUE
008750     END-START.
008760     EVALUATE CMK-ZIPFILE-STATUS
008770         WHEN "00"
008780             CONTINUE
008790         WHEN "23"
008800             GO TO 2410-EXIT
008810         WHEN OTHER
008820             PERFORM 2960-ZIPFILE-IO-ERROR THRU 2960-EXIT
008830     END-EVALUATE.
008840     PERFORM 2420-READ-REFERENCE-CITY THRU 2420-EXIT
008850         UNTIL CMK-CITY-FOUND
008860             OR CMK-SCAN-ENDED.
008870 2410-EXIT.
008880     EXIT.
008890
008900*================================================================*
008910 2420-READ-REFERENCE-CITY.
008920*================================================================*
008930*    A city with a character the ADDRESS rules do not allow    *
008940*    (an apostrophe, say) is passed over - CUSTMNT would       *
008950*    reject it in test.                                        *
008960     READ ZIPFILE NEXT RECORD
008970         AT END
008980             CONTINUE
008990     END-READ.
009000     EVALUATE CMK-ZIPFILE-STATUS
009010         WHEN "00"
009020             CONTINUE
009030         WHEN "10"
009040             MOVE "Y" TO CMK-SCAN-END-SW
009050             GO TO 2420-EXIT
009060         WHEN OTHER
009070             PERFORM 2960-ZIPFILE-IO-ERROR THRU 2960-EXIT
009080     END-EVALUATE.
009090     ADD 1 TO CMK-SCAN-COUNT.
009100     IF CMK-SCAN-COUNT NOT < CMK-SCAN-LIMIT
009110         MOVE "Y" TO CMK-SCAN-END-SW
009120     END-IF.
009130     IF CZR-STATE NOT = CUS-STATE
009140         OR CZR-CITY = SPACES
009150         GO TO 2420-EXIT
009160     END-IF.
009170     MOVE CZR-CITY TO CMK-CHECK-FIELD.
009180     MOVE "ADDRESS" TO CMK-CHECK-TYPE.
009190     PERFORM 2800-CHECK-FIELD THRU 2800-EXIT.
009200     IF NOT CMK-CHECK-FAILED
009210         MOVE "Y" TO CMK-CITY-FOUND-SW
009220     END-IF.
009230 2420-EXIT.
009240     EXIT.
009250
009260*================================================================*
009270 2450-FALLBACK-CITY.
009280*================================================================*
009290*    ZIP kept.  A blank city stays blank - the record failed   *
009300*    its edits that way in production.                         *
009310     IF CUS-CITY = SPACES
009320         GO TO 2450-EXIT
009330     END-IF.
009340     MOVE SPACES TO CMK-HASH-INPUT.
009350     MOVE CUS-CITY TO CMK-HASH-INPUT (1:15).
009360     MOVE CUS-STATE TO CMK-HASH-INPUT (16:2).
009370     INSPECT CMK-HASH-INPUT
009380         CONVERTING "abcdefghijklmnopqrstuvwxyz"
009390                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
009400     PERFORM 2700-HASH-VALUE THRU 2700-EXIT.
009410     DIVIDE CMK-HASH BY 20 GIVING CMK-HASH-QUOT
009420         REMAINDER CMK-PICK.
009430     ADD 1 CMK-PICK GIVING CMK-CITY-SUB.
009440     MOVE CMK-FAKE-CITY (CMK-CITY-SUB) TO CMM-CITY.
009450     ADD 1 TO CMK-FALLBACK-CITY-COUNT.
009460 2450-EXIT.
009470     EXIT.
009480
009490*================================================================*
009500 2500-FAKE-NAME.
009510*================================================================*
009520*    CMK-NORM-FIELD in, CMK-FAKE-VALUE out.  The match key     *
009530*    makes "SMITH, JOHN" and "John Smith" the same customer,   *
009540*    so they get the same made-up name.  Blank stays blank.    *
009550     MOVE SPACES TO CMK-FAKE-VALUE.
009560     IF CMK-NORM-FIELD = SPACES
009570         GO TO 2500-EXIT
009580     END-IF.
009590     MOVE "M" TO CNA-FUNCTION-CODE.
009600     MOVE "N" TO CNA-FIELD-KIND.
009610     MOVE 30 TO CNA-FIELD-LENGTH.
009620     CALL "CUSTNORM" USING CMK-NORM-FIELD CNA-RESULT-AREA.
009630     MOVE CNA-OUT-TEXT TO CMK-HASH-INPUT.
009640     PERFORM 2700-HASH-VALUE THRU 2700-EXIT.
009650     DIVIDE CMK-HASH BY 40 GIVING CMK-HASH-QUOT
009660         REMAINDER CMK-PICK.
009670     ADD 1 CMK-PICK GIVING CMK-FIRST-SUB.
009680     MOVE CMK-HASH-QUOT TO CMK-HASH-WORK.
009690     DIVIDE CMK-HASH-WORK BY 40 GIVING CMK-HASH-QUOT
009700         REMAINDER CMK-PICK.
009710     ADD 1 CMK-PICK GIVING CMK-LAST-SUB.
009720     STRING CMK-FIRST-NAME (CMK-FIRST-SUB) DELIMITED BY SPACE
009730            " "                            DELIMITED BY SIZE
009740            CMK-LAST-NAME (CMK-LAST-SUB)   DELIMITED BY SPACE
009750         INTO CMK-FAKE-VALUE
009760     END-STRING.
009770 2500-EXIT.
009780     EXIT.
009790
009800*================================================================*
009810 2550-FAKE-ADDRESS.
009820*================================================================*
009830*    CMK-NORM-FIELD in, CMK-FAKE-VALUE out: house number,      *
009840*    street name and street type.  Blank stays blank.          *
009850     MOVE SPACES TO CMK-FAKE-VALUE.
009860     IF CMK-NORM-FIELD = SPACES
009870         GO TO 2550-EXIT
009880     END-IF.
009890     MOVE "M" TO CNA-FUNCTION-CODE.
009900     MOVE "A" TO CNA-FIELD-KIND.
009910     MOVE 30 TO CNA-FIELD-LENGTH.
009920     CALL "CUSTNORM" USING CMK-NORM-FIELD CNA-RESULT-AREA.
009930     MOVE CNA-OUT-TEXT TO CMK-HASH-INPUT.
009940     PERFORM 2700-HASH-VALUE THRU 2700-EXIT.
009950     DIVIDE CMK-HASH BY 9000 GIVING CMK-HASH-QUOT
009960         REMAINDER CMK-PICK.
009970     ADD 1000 CMK-PICK GIVING CMK-HOUSE-NUMBER.
009980     MOVE CMK-HASH-QUOT TO CMK-HASH-WORK.
009990     DIVIDE CMK-HASH-WORK BY 40 GIVING CMK-HASH-QUOT
010000         REMAINDER CMK-PICK.
010010     ADD 1 CMK-PICK GIVING CMK-STREET-SUB.
010020     MOVE CMK-HASH-QUOT TO CMK-HASH-WORK.
010030     DIVIDE CMK-HASH-WORK BY 8 GIVING CMK-HASH-QUOT
010040         REMAINDER CMK-PICK.
010050     ADD 1 CMK-PICK GIVING CMK-TYPE-SUB.
010060     STRING CMK-HOUSE-NUMBER                DELIMITED BY SIZE
010070            " "                             DELIMITED BY SIZE
010080            CMK-STREET-NAME (CMK-STREET-SUB) DELIMITED BY SPACE
010090            " "                             DELIMITED BY SIZE
010100            CMK-STREET-TYPE (CMK-TYPE-SUB)  DELIMITED BY SPACE
010110         INTO CMK-FAKE-VALUE
010120     END-STRING.
010130 2550-EXIT.
010140     EXIT.
010150
010160*================================================================*
010170 2600-REMAP-FIELD.
010180*================================================================*
010190*    Remaps the first CMK-REMAP-LENGTH bytes of CMK-REMAP-AREA *
010200*    in place.                                                 *
010210     MOVE ZERO TO CMK-REMAP-CARRY.
010220     PERFORM 2610-REMAP-CHARACTER THRU 2610-EXIT
010230         VARYING CMK-REMAP-SUB FROM 1 BY 1
010240         UNTIL CMK-REMAP-SUB > CMK-REMAP-LENGTH.
010250 2600-EXIT.
010260     EXIT.
010270
010280*================================================================*
010290 2610-REMAP-CHARACTER.
010300*================================================================*
010310     MOVE CMK-REMAP-AREA (CMK-REMAP-SUB:1) TO CMK-WORK-CHAR.
010320     SUBTRACT 1 FROM CMK-REMAP-SUB GIVING CMK-SHIFT-WORK.
010330     DIVIDE CMK-SHIFT-WORK BY 10 GIVING CMK-DIVIDE-QUOT
010340         REMAINDER CMK-KEY-SUB.
010350     ADD 1 TO CMK-KEY-SUB.
010360     IF CMK-WORK-DIGIT IS NUMERIC
010370         MOVE CMK-WORK-DIGIT TO CMK-CHAR-IDX
010380         COMPUTE CMK-SHIFT-WORK = CMK-CHAR-IDX
010390             + CMK-KEY-DIGIT (CMK-KEY-SUB) + CMK-REMAP-CARRY
010400         DIVIDE CMK-SHIFT-WORK BY 10 GIVING CMK-DIVIDE-QUOT
010410             REMAINDER CMK-NEW-IDX
010420         MOVE CMK-NEW-IDX TO CMK-WORK-DIGIT
010430         MOVE CMK-WORK-CHAR TO CMK-REMAP-AREA (CMK-REMAP-SUB:1)
010440     ELSE
010450         MOVE ZERO TO CMK-CHAR-IDX
010460         INSPECT CMK-ALPHABET TALLYING CMK-CHAR-IDX
010470             FOR CHARACTERS BEFORE INITIAL CMK-WORK-CHAR
010480         IF CMK-CHAR-IDX > 25
010490             GO TO 2610-EXIT
010500         END-IF
010510         COMPUTE CMK-SHIFT-WORK = CMK-CHAR-IDX
010520             + CMK-KEY-DIGIT (CMK-KEY-SUB) + CMK-REMAP-CARRY
010530         DIVIDE CMK-SHIFT-WORK BY 26 GIVING CMK-DIVIDE-QUOT
010540             REMAINDER CMK-NEW-IDX
010550         MOVE CMK-ALPHABET (CMK-NEW-IDX + 1:1)
010560             TO CMK-REMAP-AREA (CMK-REMAP-SUB:1)
010570     END-IF.
010580*    The carry is only ever used modulo 10 or 26, so it is     *
010590*    kept modulo 130.                                          *
010600     COMPUTE CMK-SHIFT-WORK = CMK-REMAP-CARRY + CMK-CHAR-IDX
010610         + CMK-REMAP-SUB.
010620     DIVIDE CMK-SHIFT-WORK BY 130 GIVING CMK-DIVIDE-QUOT
010630         REMAINDER CMK-REMAP-CARRY.
010640 2610-EXIT.
010650     EXIT.
010660
010670*================================================================*
010680 2700-HASH-VALUE.
010690*================================================================*
010700*    CMK-HASH-INPUT in, CMK-HASH out: a rolling base-37 hash   *
010710*    of the 30 bytes modulo the prime 99999989, seeded with    *
010720*    the mask key.                                             *
010730     DIVIDE CMK-MASK-KEY-NUM BY 99999989 GIVING CMK-HASH-QUOT
010740         REMAINDER CMK-HASH.
010750     PERFORM 2710-HASH-CHARACTER THRU 2710-EXIT
010760         VARYING CMK-HASH-SUB FROM 1 BY 1
010770         UNTIL CMK-HASH-SUB > 30.
010780 2700-EXIT.
010790     EXIT.
010800
010810*================================================================*
010820 2710-HASH-CHARACTER.
010830*================================================================*
010840     MOVE CMK-HASH-INPUT (CMK-HASH-SUB:1) TO CMK-WORK-CHAR.
010850     MOVE ZERO TO CMK-CHAR-IDX.
010860     INSPECT CMK-HASH-ALPHABET TALLYING CMK-CHAR-IDX
010870         FOR CHARACTERS BEFORE INITIAL CMK-WORK-CHAR.
010880     COMPUTE CMK-HASH-WORK = CMK-HASH * 37 + CMK-CHAR-IDX + 1.
010890     DIVIDE CMK-HASH-WORK BY 99999989 GIVING CMK-HASH-QUOT
010900         REMAINDER CMK-HASH.
010910 2710-EXIT.
010920     EXIT.
010930
010940*================================================================*
010950 2800-CHECK-FIELD.
010960*================================================================*
010970*    CMK-CHECK-FIELD against the CONDTAB rules for             *
010980*    CMK-CHECK-TYPE, space padding excluded as CONDRVR         *
010990*    excludes it.                                              *
011000     MOVE "N" TO CMK-CHECK-FAILED-SW.
011010     MOVE 30 TO CFA-FIELD-LENGTH.
011020     CALL "CONDFLD" USING CMK-CHECK-FIELD
011030                         CMK-CHECK-TYPE
011040                         CFA-RESULT-AREA.
011050     IF CFA-INVALID-ENTRY-COUNT > ZERO
011060         OR CFA-RULE-VIOLATION-COUNT > ZERO
011070         MOVE "Y" TO CMK-CHECK-FAILED-SW
011080     END-IF.
011090 2800-EXIT.
011100     EXIT.
011110
011120*================================================================*
011130 2950-MSTIN-IO-ERROR.
011140*================================================================*
011150     DISPLAY "CUSTMASK: MSTIN READ FAILED, STATUS="
011160         CMK-MSTIN-STATUS.
011170     MOVE "** MASTER FILE I-O ERROR - RUN ABORTED **"
011180         TO RPT-LINE.
011190     WRITE RPT-LINE.
011200     PERFORM 2990-CLOSE-ALL-FILES THRU 2990-EXIT.
011210     MOVE 16 TO RETURN-CODE.
011220     STOP RUN.
011230 2950-EXIT.
011240     EXIT.
011250
011260*================================================================*
011270 2960-ZIPFILE-IO-ERROR.
011280*================================================================*
011290     DISPLAY "CUSTMASK: ZIPFILE I-O ERROR, STATUS="
011300         CMK-ZIPFILE-STATUS " KEY=" CZR-KEY.
011310     MOVE "** REFERENCE FILE I-O ERROR - RUN ABORTED **"
011320         TO RPT-LINE.
011330     WRITE RPT-LINE.
011340     PERFORM 2990-CLOSE-ALL-FILES THRU 2990-EXIT.
011350     MOVE 16 TO RETURN-CODE.
011360     STOP RUN.
011370 2960-EXIT.
011380     EXIT.
011390
011400*================================================================*
011410 2990-CLOSE-ALL-FILES.
011420*================================================================*
011430     CLOSE MSTIN.
011440     CLOSE ZIPFILE.
011450     CLOSE FEEDIN.
011460     CLOSE MSTOUT.
011470     CLOSE FEEDOUT.
011480     CLOSE RPTFILE.
011490 2990-EXIT.
011500     EXIT.
011510
011520*================================================================*
011530 3000-MASK-FEED-RECORD.
011540*================================================================*
011550*    A header or trailer closes off the hash segment, the      *
011560*    same boundaries CONDRVR balances between.                 *
011570     EVALUATE TRUE
011580         WHEN CDR-IS-HEADER
011590             ADD 1 TO CMK-HEADER-COUNT
011600             MOVE ZERO TO CMK-SEG-OLD-HASH
011610             MOVE ZERO TO CMK-SEG-NEW-HASH
011620         WHEN CDR-IS-TRAILER
011630             ADD 1 TO CMK-TRAILER-COUNT
011640             PERFORM 3200-ADJUST-TRAILER THRU 3200-EXIT
011650             MOVE ZERO TO CMK-SEG-OLD-HASH
011660             MOVE ZERO TO CMK-SEG-NEW-HASH
011670         WHEN OTHER
011680             PERFORM 3100-MASK-FEED-DATA THRU 3100-EXIT
011690     END-EVALUATE.
011700     WRITE CMF-FEED-RECORD FROM CDR-INPUT-RECORD.
011710     ADD 1 TO CMK-FEED-WRITE-COUNT.
011720     PERFORM 1200-READ-FEEDIN THRU 1200-EXIT.
011730 3000-EXIT.
011740     EXIT.
011750
011760*================================================================*
011770 3100-MASK-FEED-DATA.
011780*================================================================*
011790*    Only a numeric key counts toward the hash, as in CONDRVR; *
011800*    the remap keeps a numeric key numeric.                    *
011810     ADD 1 TO CMK-DATA-COUNT.
011820     IF CDR-RECORD-KEY IS NUMERIC
011830         ADD CDR-RECORD-KEY-NUM TO CMK-SEG-OLD-HASH
011840     END-IF.
011850     MOVE CDR-RECORD-KEY TO CMK-REMAP-AREA.
011860     MOVE 10 TO CMK-REMAP-LENGTH.
011870     PERFORM 2600-REMAP-FIELD THRU 2600-EXIT.
011880     MOVE CMK-REMAP-AREA (1:10) TO CDR-RECORD-KEY.
011890     IF CDR-RECORD-KEY IS NUMERIC
011900         ADD CDR-RECORD-KEY-NUM TO CMK-SEG-NEW-HASH
011910     END-IF.
011920
011930*    A field that broke its rules in production and still      *
011940*    does after masking (a NUMERIC-ID with a letter in it) is  *
011950*    test data doing its job, not a masking failure.           *
011960     MOVE CDR-VALIDATE-FIELD TO CMK-CHECK-FIELD.
011970     MOVE CDR-FIELD-TYPE TO CMK-CHECK-TYPE.
011980     PERFORM 2800-CHECK-FIELD THRU 2800-EXIT.
011990     IF CMK-CHECK-FAILED
012000         MOVE "N" TO CMK-ORIG-CLEAN-SW
012010     ELSE
012020         MOVE "Y" TO CMK-ORIG-CLEAN-SW
012030     END-IF.
012040
012050     EVALUATE TRUE
012060         WHEN CDR-TYPE-NAME
012070             MOVE CDR-VALIDATE-FIELD TO CMK-NORM-FIELD
012080             PERFORM 2500-FAKE-NAME THRU 2500-EXIT
012090             MOVE CMK-FAKE-VALUE TO CDR-VALIDATE-FIELD
012100             ADD 1 TO CMK-NAME-MASK-COUNT
012110         WHEN CDR-TYPE-ADDRESS
012120             MOVE CDR-VALIDATE-FIELD TO CMK-NORM-FIELD
012130             PERFORM 2550-FAKE-ADDRESS THRU 2550-EXIT
012140             MOVE CMK-FAKE-VALUE TO CDR-VALIDATE-FIELD
012150             ADD 1 TO CMK-ADDR-MASK-COUNT
012160         WHEN CDR-TYPE-NUMERIC-ID
012170             PERFORM 3150-MASK-NUMERIC-ID THRU 3150-EXIT
012180         WHEN CDR-FIELD-TYPE = "CUST-ID"
012190             MOVE CDR-VALIDATE-FIELD TO CMK-REMAP-AREA
012200             MOVE 10 TO CMK-REMAP-LENGTH
012210             PERFORM 2600-REMAP-FIELD THRU 2600-EXIT
012220             MOVE CMK-REMAP-AREA TO CDR-VALIDATE-FIELD
012230             ADD 1 TO CMK-CUSTID-MASK-COUNT
012240         WHEN OTHER
012250             GO TO 3100-EXIT
012260     END-EVALUATE.
012270
012280     MOVE CDR-VALIDATE-FIELD TO CMK-CHECK-FIELD.
012290     PERFORM 2800-CHECK-FIELD THRU 2800-EXIT.
012300     IF CMK-CHECK-FAILED
012310         AND CMK-ORIG-CLEAN
012320         ADD 1 TO CMK-FEED-CHECK-FAIL-COUNT
012330         DISPLAY "CUSTMASK: MASKED FEED FIELD FAILS RULES, KEY="
012340             CDR-RECORD-KEY " TYPE=" CDR-FIELD-TYPE
012350     END-IF.
012360 3100-EXIT.
012370     EXIT.
012380
012390*================================================================*
012400 3150-MASK-NUMERIC-ID.
012410*================================================================*
012420*    Remap the digits, then let CONDCKD say what the check     *
012430*    digit has to be now and put it there.  A value CONDCKD    *
012440*    cannot verify at all is left as remapped.                 *
012450     MOVE CDR-VALIDATE-FIELD TO CMK-REMAP-AREA.
012460     MOVE 30 TO CMK-REMAP-LENGTH.
012470     PERFORM 2600-REMAP-FIELD THRU 2600-EXIT.
012480     MOVE CMK-REMAP-AREA TO CDR-VALIDATE-FIELD.
012490     ADD 1 TO CMK-NUMID-MASK-COUNT.
012500     MOVE 30 TO CKD-FIELD-LENGTH.
012510     CALL "CONDCKD" USING CDR-VALIDATE-FIELD
012520                         CKD-RESULT-AREA.
012530     IF CKD-VERIFIED OR CKD-FAILED
012540         MOVE CKD-EXPECTED-DIGIT TO CMK-WORK-DIGIT
012550         MOVE CMK-WORK-CHAR
012560             TO CDR-VALIDATE-FIELD (CKD-CHECK-POSITION:1)
012570         ADD 1 TO CMK-CHECK-DIGIT-COUNT
012580     END-IF.
012590 3150-EXIT.
012600     EXIT.
012610
012620*================================================================*
012630 3200-ADJUST-TRAILER.
012640*================================================================*
012650*    The count stands - records are never added or dropped.    *
012660*    The hash moves by what the remap did to the keys since    *
012670*    the last header or trailer, so a source that balanced     *
012680*    still balances and one that did not is out by the same    *
012690*    amount.                                                   *
012700     MOVE CDR-CONTROL-SOURCE-ID TO CMK-TL-SOURCE-ID.
012710     IF CDR-TRAILER-HASH-TOTAL IS NOT NUMERIC
012720         MOVE "- HASH TOTAL NOT NUMERIC" TO CMK-TL-REASON
012730         PERFORM 3250-TRAILER-NOT-ADJUSTED THRU 3250-EXIT
012740         GO TO 3200-EXIT
012750     END-IF.
012760     COMPUTE CMK-NEW-TRAILER-HASH = CDR-TRAILER-HASH-TOTAL
012770         + CMK-SEG-NEW-HASH - CMK-SEG-OLD-HASH.
012780     IF CMK-NEW-TRAILER-HASH < ZERO
012790         OR CMK-NEW-TRAILER-HASH > 9999999999999999
012800         MOVE "- NEW TOTAL OUT OF RANGE" TO CMK-TL-REASON
012810         PERFORM 3250-TRAILER-NOT-ADJUSTED THRU 3250-EXIT
012820         GO TO 3200-EXIT
012830     END-IF.
012840     IF CMK-NEW-TRAILER-HASH NOT = CDR-TRAILER-HASH-TOTAL
012850         MOVE CMK-NEW-TRAILER-HASH TO CDR-TRAILER-HASH-TOTAL
012860         ADD 1 TO CMK-TRAILER-ADJ-COUNT
012870     END-IF.
012880 3200-EXIT.
012890     EXIT.
012900
012910*================================================================*
012920 3250-TRAILER-NOT-ADJUSTED.
012930*================================================================*
012940*    The trailer goes out as it came in; that source will not  *
012950*    balance in test.                                          *
012960     ADD 1 TO CMK-TRAILER-BAD-COUNT.
012970     MOVE CMK-TRAILER-LINE TO RPT-LINE.
012980     WRITE RPT-LINE.
012990     IF CMK-RETURN-CODE < 4
013000         MOVE 4 TO CMK-RETURN-CODE
013010     END-IF.
013020 3250-EXIT.
013030     EXIT.
013040
013050*================================================================*
013060 8000-TERMINATE.
013070*================================================================*
013080     PERFORM 8100-WRITE-REPORT THRU 8100-EXIT.
013090     PERFORM 2990-CLOSE-ALL-FILES THRU 2990-EXIT.
013100 8000-EXIT.
013110     EXIT.
013120
013130*================================================================*
013140 8100-WRITE-REPORT.
013150*================================================================*
013160     MOVE SPACES TO RPT-LINE.
013170     WRITE RPT-LINE.
013180
013190     MOVE "MASTER RECORDS READ" TO CMK-RL-LABEL.
013200     MOVE CMK-MST-READ-COUNT TO CMK-RL-COUNT.
013210     MOVE CMK-REPORT-LINE TO RPT-LINE.
013220     WRITE RPT-LINE.
013230
013240     MOVE "  CITY FROM POSTAL REFERENCE" TO CMK-RL-LABEL.
013250     MOVE CMK-REF-CITY-COUNT TO CMK-RL-COUNT.
013260     MOVE CMK-REPORT-LINE TO RPT-LINE.
013270     WRITE RPT-LINE.
013280
013290     MOVE "  ZIP CODE CHANGED" TO CMK-RL-LABEL.
013300     MOVE CMK-NEW-ZIP-COUNT TO CMK-RL-COUNT.
013310     MOVE CMK-REPORT-LINE TO RPT-LINE.
013320     WRITE RPT-LINE.
013330
013340     MOVE "  CITY FROM FALLBACK LIST" TO CMK-RL-LABEL.
013350     MOVE CMK-FALLBACK-CITY-COUNT TO CMK-RL-COUNT.
013360     MOVE CMK-REPORT-LINE TO RPT-LINE.
013370     WRITE RPT-LINE.
013380
013390     MOVE "  FAILED EDITS IN PRODUCTION" TO CMK-RL-LABEL.
013400     MOVE CMK-MST-CARRIED-COUNT TO CMK-RL-COUNT.
013410     MOVE CMK-REPORT-LINE TO RPT-LINE.
013420     WRITE RPT-LINE.
013430
013440     MOVE "  FAILED EDITS AFTER MASKING" TO CMK-RL-LABEL.
013450     MOVE CMK-MST-CHECK-FAIL-COUNT TO CMK-RL-COUNT.
013460     MOVE CMK-REPORT-LINE TO RPT-LINE.
013470     WRITE RPT-LINE.
013480
013490     MOVE "MASTER RECORDS WRITTEN" TO CMK-RL-LABEL.
013500     MOVE CMK-MST-WRITE-COUNT TO CMK-RL-COUNT.
013510     MOVE CMK-REPORT-LINE TO RPT-LINE.
013520     WRITE RPT-LINE.
013530
013540     MOVE SPACES TO RPT-LINE.
013550     WRITE RPT-LINE.
013560
013570     MOVE "FEED RECORDS READ" TO CMK-RL-LABEL.
013580     MOVE CMK-FEED-READ-COUNT TO CMK-RL-COUNT.
013590     MOVE CMK-REPORT-LINE TO RPT-LINE.
013600     WRITE RPT-LINE.
013610
013620     MOVE "  HEADERS" TO CMK-RL-LABEL.
013630     MOVE CMK-HEADER-COUNT TO CMK-RL-COUNT.
013640     MOVE CMK-REPORT-LINE TO RPT-LINE.
013650     WRITE RPT-LINE.
013660
013670     MOVE "  TRAILERS" TO CMK-RL-LABEL.
013680     MOVE CMK-TRAILER-COUNT TO CMK-RL-COUNT.
013690     MOVE CMK-REPORT-LINE TO RPT-LINE.
013700     WRITE RPT-LINE.
013710
013720     MOVE "    HASH TOTAL ADJUSTED" TO CMK-RL-LABEL.
013730     MOVE CMK-TRAILER-ADJ-COUNT TO CMK-RL-COUNT.
013740     MOVE CMK-REPORT-LINE TO RPT-LINE.
013750     WRITE RPT-LINE.
013760
013770     MOVE "    COULD NOT BE ADJUSTED" TO CMK-RL-LABEL.
013780     MOVE CMK-TRAILER-BAD-COUNT TO CMK-RL-COUNT.
013790     MOVE CMK-REPORT-LINE TO RPT-LINE.
013800     WRITE RPT-LINE.
013810
013820     MOVE "  DATA RECORDS" TO CMK-RL-LABEL.
013830     MOVE CMK-DATA-COUNT TO CMK-RL-COUNT.
013840     MOVE CMK-REPORT-LINE TO RPT-LINE.
013850     WRITE RPT-LINE.
013860
013870     MOVE "    NAMES REPLACED" TO CMK-RL-LABEL.
013880     MOVE CMK-NAME-MASK-COUNT TO CMK-RL-COUNT.
013890     MOVE CMK-REPORT-LINE TO RPT-LINE.
013900     WRITE RPT-LINE.
013910
013920     MOVE "    ADDRESSES REPLACED" TO CMK-RL-LABEL.
013930     MOVE CMK-ADDR-MASK-COUNT TO CMK-RL-COUNT.
013940     MOVE CMK-REPORT-LINE TO RPT-LINE.
013950     WRITE RPT-LINE.
013960
013970     MOVE "    NUMERIC-IDS REMAPPED" TO CMK-RL-LABEL.
013980     MOVE CMK-NUMID-MASK-COUNT TO CMK-RL-COUNT.
013990     MOVE CMK-REPORT-LINE TO RPT-LINE.
014000     WRITE RPT-LINE.
014010
014020     MOVE "      CHECK DIGIT RECOMPUTED" TO CMK-RL-LABEL.
014030     MOVE CMK-CHECK-DIGIT-COUNT TO CMK-RL-COUNT.
014040     MOVE CMK-REPORT-LINE TO RPT-LINE.
014050     WRITE RPT-LINE.
014060
014070     MOVE "    CUST-IDS REMAPPED" TO CMK-RL-LABEL.
014080     MOVE CMK-CUSTID-MASK-COUNT TO CMK-RL-COUNT.
014090     MOVE CMK-REPORT-LINE TO RPT-LINE.
014100     WRITE RPT-LINE.
014110
014120     MOVE "    FAILED RULES AFTER MASKING" TO CMK-RL-LABEL.
014130     MOVE CMK-FEED-CHECK-FAIL-COUNT TO CMK-RL-COUNT.
014140     MOVE CMK-REPORT-LINE TO RPT-LINE.
014150     WRITE RPT-LINE.
014160
014170     MOVE "FEED RECORDS WRITTEN" TO CMK-RL-LABEL.
014180     MOVE CMK-FEED-WRITE-COUNT TO CMK-RL-COUNT.
014190     MOVE CMK-REPORT-LINE TO RPT-LINE.
014200     WRITE RPT-LINE.
014210
014220     MOVE SPACES TO RPT-LINE.
014230     WRITE RPT-LINE.
014240
014250*    One record out for every record in, on both files, and    *
014260*    every feed record a header, trailer or data record.  An   *
014270*    empty master means the wrong dataset was supplied.        *
014280     ADD CMK-HEADER-COUNT CMK-TRAILER-COUNT CMK-DATA-COUNT
014290         GIVING CMK-SPLIT-TOTAL.
014300     EVALUATE TRUE
014310         WHEN CMK-MST-WRITE-COUNT NOT = CMK-MST-READ-COUNT
014320             MOVE "** MASTER COUNTS OUT OF BALANCE **" TO RPT-LINE
014330             MOVE 8 TO CMK-RETURN-CODE
014340         WHEN CMK-FEED-WRITE-COUNT NOT = CMK-FEED-READ-COUNT
014350             OR CMK-SPLIT-TOTAL NOT = CMK-FEED-READ-COUNT
014360             MOVE "** FEED COUNTS OUT OF BALANCE **" TO RPT-LINE
014370             MOVE 8 TO CMK-RETURN-CODE
014380         WHEN CMK-MST-READ-COUNT = ZERO
014390             MOVE "** NO MASTER RECORDS READ **" TO RPT-LINE
014400             MOVE 8 TO CMK-RETURN-CODE
014410         WHEN CMK-MST-CHECK-FAIL-COUNT > ZERO
014420             OR CMK-FEED-CHECK-FAIL-COUNT > ZERO
014430             MOVE "** MASKED DATA FAILS EDITS - SEE SYSOUT **"
014440                 TO RPT-LINE
014450             MOVE 8 TO CMK-RETURN-CODE
014460         WHEN OTHER
014470             MOVE "RECORDS OUT TIE TO RECORDS IN - OK" TO RPT-LINE
014480     END-EVALUATE.
014490     WRITE RPT-LINE.
014500 8100-EXIT.
014510     EXIT.
