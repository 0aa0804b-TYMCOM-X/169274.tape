000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.  CULDST.
000030  AUTHOR.  R T LOWELL.
000040  INSTALLATION.  NATIONAL INSTITUTES OF HEALTH,
000050      BETHESDA, MARYLAND 20014
000060  DATE-WRITTEN.  OCTOBER 15, 2026.
000070  DATE-COMPILED.
000080  SECURITY.  UNCLASSIFIED.
000090  REMARKS.
000100      SPLITS THE NIGHT'S CULL EXCEPTION REPORTS BY OWNER, SO
000110      EACH PROGRAMMING GROUP GETS ONLY ITS OWN PROBLEMS.
000120      CULDST READS THE OWNER REGISTER AND THE SIX EXCEPTION
000130      LISTINGS CULL LEAVES BEHIND (CULUNDLST, MULDEFLST,
000140      CULSTDLST, CULDEDLST, CULRETLST, CULDUPLST) AND PRINTS
000150      ONE PAGED EXCEPTION PACKAGE PER OWNER ON CULDSTLST,
000160      FOLLOWED BY A ROUTING SUMMARY PAGE FOR OPERATIONS.

000170      THE OWNER REGISTER IS CULOWN.DAT (SAME DEVICE AS THE
000180      MASTERS), ONE CARD PER CLAIM:
000190          COLUMNS  1-8   KEYWORD
000200          COLUMNS  9-22  VALUE
000210          COLUMNS 24-29  GROUP
000220          COLUMNS 31-72  CONTACT (NAME, ROOM, EXTENSION)
000230      THE KEYWORDS ARE:
000240          ELEMENT  ABCDEF   THIS ONE ELEMENT.
000250          PREFIX   QX       EVERY ELEMENT WHOSE NAME STARTS
000260                            WITH THE VALUE (1 TO 6
000270                            CHARACTERS).
000280          PPN      13,20    EVERY ELEMENT CULLED UNDER THIS
000290                            PPN, IN ORDINARY OCTAL FORM AS ON
000300                            A CULPARAM CARD.
000310      AN ELEMENT CARD BEATS ANY PREFIX CARD, A LONGER PREFIX
000320      BEATS A SHORTER ONE, AND ANY ELEMENT OR PREFIX CARD
000330      BEATS A PPN CARD; BETWEEN EQUAL CLAIMS THE EARLIER CARD
000340      WINS.  THE FIRST NONBLANK CONTACT GIVEN FOR A GROUP IS
000350      THE ONE PRINTED.  A '*' IN COLUMN 1 MARKS A COMMENT
000360      CARD.  UP TO 100 GROUPS AND 400 CLAIMS.

000370      EVERY EXCEPTION LINE GOES TO THE OWNER OF ITS ELEMENT:
000380      EACH REFERENCE LINE OF A TRULY UNDEFINED GLOBAL (LINES
000390      UNDER A RESOLVED BY LIBRARY HEADING ARE NOT
000400      EXCEPTIONS), EACH DEFINING ELEMENT OF A MULTIPLY
000410      DEFINED GLOBAL (TAKEN FROM CULSYM.MAS, SINCE MULDEFLST
000420      NAMES ONLY THE SYMBOL), EACH NAMING STANDARD EXCEPTION,
000430      EACH DEAD ELEMENT, EACH RETIREMENT CANDIDATE, AND EACH
000440      DUPLICATE PAIR (TO BOTH OWNERS WHEN THEY DIFFER).
000450      ANYTHING NO CARD CLAIMS GOES TO THE *NONE* PACKAGE,
000460      WHOSE COVER LISTS THE UNCLAIMED ELEMENTS THEMSELVES.

000470      EACH PACKAGE STARTS ON A NEW PAGE WITH A COVER SHEET
000480      GIVING THE OWNER, CONTACT, AND COUNTS BY EXCEPTION
000490      TYPE; PAGE NUMBERS START AGAIN AT 1 FOR EVERY PACKAGE
000500      SO THE PACKAGES CAN BE BURST AND HANDED OUT.

000510      RUN CULL FIRST.  AN EXCEPTION LISTING THAT IS NOT
000520      THERE IS NOTED ON THE ROUTING SUMMARY AND SKIPPED.
000530      CULDST REFUSES TO RUN FROM A SET THAT CULL LEFT PART
000540      WAY THROUGH ITS COMMIT OR WHOSE CULSYM.MAS IS OF
000550      ANOTHER GENERATION, SINCE THE MULTIPLY DEFINED
000560      GLOBALS ARE ROUTED BY THE DEFINERS ON THE MASTER.

000570      MODIFICATION HISTORY.
000580      15 OCT 26  RTL  ORIGINAL.

000590  ENVIRONMENT DIVISION.
000600  CONFIGURATION SECTION.
000610  SOURCE-COMPUTER.  DECSYSTEM-10.
000620  OBJECT-COMPUTER.  DECSYSTEM-10.
000630  INPUT-OUTPUT SECTION.
000640  FILE-CONTROL.
000650      SELECT OWNER-REGISTER ASSIGN TO DSK
000660          ACCESS MODE IS SEQUENTIAL
000670          RECORDING MODE IS ASCII
000680          FILE STATUS IS OWNER-REG-STATUS.
000690      SELECT UNDEF-LISTINGS ASSIGN TO DSK
000700          ACCESS MODE IS SEQUENTIAL
000710          RECORDING MODE IS ASCII
000720          FILE STATUS IS UNDEF-STATUS.
000730      SELECT MULDEF-LISTINGS ASSIGN TO DSK
000740          ACCESS MODE IS SEQUENTIAL
000750          RECORDING MODE IS ASCII
000760          FILE STATUS IS MULDEF-STATUS.
000770      SELECT STANDARD-LISTINGS ASSIGN TO DSK
000780          ACCESS MODE IS SEQUENTIAL
000790          RECORDING MODE IS ASCII
000800          FILE STATUS IS STANDARD-STATUS.
000810      SELECT DEADWOOD-LISTINGS ASSIGN TO DSK
000820          ACCESS MODE IS SEQUENTIAL
000830          RECORDING MODE IS ASCII
000840          FILE STATUS IS DEADWOOD-STATUS.
000850      SELECT RETIRE-LISTINGS ASSIGN TO DSK
000860          ACCESS MODE IS SEQUENTIAL
000870          RECORDING MODE IS ASCII
000880          FILE STATUS IS RETIRE-STATUS.
000890      SELECT DUP-LISTINGS ASSIGN TO DSK
000900          ACCESS MODE IS SEQUENTIAL
000910          RECORDING MODE IS ASCII
000920          FILE STATUS IS DUP-STATUS.
000930      SELECT SYM-MASTER ASSIGN TO DSK
000940          ORGANIZATION IS INDEXED
000950          ACCESS MODE IS SEQUENTIAL
000960          RECORD KEY IS SYMQ-KEY
000970          FILE STATUS IS SYM-MASTER-STATUS.
000980      SELECT RUN-CONTROL ASSIGN TO DSK
000990          ACCESS MODE IS SEQUENTIAL
001000          RECORDING MODE IS ASCII
001010          FILE STATUS IS RUN-CONTROL-STATUS.
001020      SELECT DIST-LISTINGS ASSIGN TO DSK
001030          ACCESS MODE IS SEQUENTIAL
001040          RECORDING MODE IS ASCII.
001050      SELECT SORT-FILE ASSIGN TO DSK, DSK, DSK.

001060  DATA DIVISION.
001070  FILE SECTION.
001080  FD OWNER-REGISTER LABEL RECORDS ARE STANDARD
001090      VALUE OF IDENTIFICATION IS OWNER-REGISTER-NAME
001100      DATA RECORDS ARE OWNER-CARD.
001110  01 OWNER-CARD.
001120      02 OWN-KEYWORD.
001130          03 OWN-COMMENT-FLAG PICTURE X(1).
001140          03 FILLER PICTURE X(7).
001150      02 OWN-VALUE PICTURE X(14).
001160      02 FILLER PICTURE X(1).
001170      02 OWN-GROUP PICTURE X(6).
001180      02 FILLER PICTURE X(1).
001190      02 OWN-CONTACT PICTURE X(42).
001200      02 FILLER PICTURE X(8).
001210  FD UNDEF-LISTINGS LABEL RECORDS ARE STANDARD
001220      VALUE OF IDENTIFICATION IS UNDEF-LISTING-NAME
001230      DATA RECORDS ARE UNDEF-LINE, UNDEF-HEAD-LINE.
001240  01 UNDEF-LINE.
001250      02 UNDEF-SYMBOL-OUT PICTURE X(6).
001260      02 FILLER PICTURE XX.
001270      02 UNDEF-PPN-OUT PICTURE X(6).
001280      02 FILLER PICTURE XX.
001290      02 UNDEF-ELEMENT-OUT PICTURE X(6).
001300      02 FILLER PICTURE XX.
001310      02 UNDEF-EXTENS-OUT PICTURE X(3).
001320      02 FILLER PICTURE XX.
001330      02 UNDEF-REFS-OUT PICTURE X(116).
001340  01 UNDEF-HEAD-LINE.
001350      02 FILLER PICTURE X(29).
001360      02 UNDEF-CLASS-OUT PICTURE X(8).
001370      02 FILLER PICTURE X(108).
001380  FD MULDEF-LISTINGS LABEL RECORDS ARE STANDARD
001390      VALUE OF IDENTIFICATION IS MULDEF-LISTING-NAME
001400      DATA RECORDS ARE MULDEF-LINE.
001410  01 MULDEF-LINE.
001420      02 MULDEF-SYMBOL-OUT PICTURE X(6).
001430      02 FILLER PICTURE XX.
001440      02 MULDEF-COUNT-OUT PICTURE X(4).
001450      02 FILLER PICTURE XX.
001460      02 MULDEF-TEXT-OUT PICTURE X(100).
001470  FD STANDARD-LISTINGS LABEL RECORDS ARE STANDARD
001480      VALUE OF IDENTIFICATION IS STANDARD-LISTING-NAME
001490      DATA RECORDS ARE STANDARD-LINE.
001500  01 STANDARD-LINE.
001510      02 STANDARD-SYMBOL-OUT PICTURE X(6).
001520      02 FILLER PICTURE XX.
001530      02 STANDARD-PREFIX-OUT PICTURE X(2).
001540      02 FILLER PICTURE XX.
001550      02 STANDARD-ELEMENT-OUT PICTURE X(6).
001560      02 FILLER PICTURE XX.
001570      02 STANDARD-PPN-OUT PICTURE X(6).
001580      02 FILLER PICTURE XX.
001590      02 STANDARD-TEXT-OUT PICTURE X(32).
001600  FD DEADWOOD-LISTINGS LABEL RECORDS ARE STANDARD
001610      VALUE OF IDENTIFICATION IS DEADWOOD-LISTING-NAME
001620      DATA RECORDS ARE DEADWOOD-LINE.
001630  01 DEADWOOD-LINE.
001640      02 DEADWOOD-ELEMENT-OUT PICTURE X(6).
001650      02 FILLER PICTURE XX.
001660      02 DEADWOOD-PPN-OUT PICTURE X(6).
001670      02 FILLER PICTURE XX.
001680      02 DEADWOOD-EXTENS-OUT PICTURE X(3).
001690      02 FILLER PICTURE XX.
001700      02 DEADWOOD-COUNT-OUT PICTURE X(4).
001710      02 FILLER PICTURE XX.
001720      02 DEADWOOD-TEXT-OUT PICTURE X(45).
001730  FD RETIRE-LISTINGS LABEL RECORDS ARE STANDARD
001740      VALUE OF IDENTIFICATION IS RETIRE-LISTING-NAME
001750      DATA RECORDS ARE RETIRE-LINE.
001760  01 RETIRE-LINE.
001770      02 RETIRE-ELEMENT-OUT PICTURE X(6).
001780      02 FILLER PICTURE XX.
001790      02 RETIRE-PPN-OUT PICTURE X(6).
001800      02 FILLER PICTURE XX.
001810      02 RETIRE-EXTENS-OUT PICTURE X(3).
001820      02 FILLER PICTURE XX.
001830      02 RETIRE-RUNS-OUT PICTURE X(4).
001840      02 FILLER PICTURE XX.
001850      02 RETIRE-TEXT-OUT PICTURE X(40).
001860  FD DUP-LISTINGS LABEL RECORDS ARE STANDARD
001870      VALUE OF IDENTIFICATION IS DUP-LISTING-NAME
001880      DATA RECORDS ARE DUP-LINE.
001890  01 DUP-LINE.
001900      02 DUP-ELEMENT-1-OUT PICTURE X(6).
001910      02 FILLER PICTURE XX.
001920      02 DUP-PPN-1-OUT PICTURE X(6).
001930      02 FILLER PICTURE XX.
001940      02 DUP-ELEMENT-2-OUT PICTURE X(6).
001950      02 FILLER PICTURE XX.
001960      02 DUP-PPN-2-OUT PICTURE X(6).
001970      02 FILLER PICTURE XX.
001980      02 DUP-SHARED-OUT PICTURE X(4).
001990      02 FILLER PICTURE XX.
002000      02 DUP-TOTAL-1-OUT PICTURE X(4).
002010      02 FILLER PICTURE XX.
002020      02 DUP-TOTAL-2-OUT PICTURE X(4).
002030      02 FILLER PICTURE XX.
002040      02 DUP-TEXT-OUT PICTURE X(25).
002050  FD SYM-MASTER LABEL RECORDS ARE STANDARD
002060      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
002070      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
002080  01 SYM-MASTER-RECORD.
002090      02 SYMQ-KEY.
002100          03 SYMQ-SYMBOL PICTURE X(6).
002110          03 SYMQ-SEQ PICTURE 9(4).
002120      02 SYMQ-ELEMENT PICTURE X(6).
002130      02 SYMQ-PPN PICTURE X(6).
002140      02 SYMQ-EXTENS PICTURE X(3).
002150      02 SYMQ-DEFN-FLAG PICTURE X(1).
002160      02 SYMQ-REFS PICTURE X(120).
002170* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
002180  01 SYM-STAMP-RECORD.
002190      02 FILLER PICTURE X(26).
002200      02 SYMS-GENERATION PICTURE 9(6).
002210      02 FILLER PICTURE X(114).
002220* THE CULL RUN CONTROL RECORD (SEE CULL).
002230  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
002240      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
002250      DATA RECORDS ARE RUN-CONTROL-LINE.
002260  01 RUN-CONTROL-LINE.
002270      02 CTL-GENERATION PICTURE 9(6).
002280      02 FILLER PICTURE X(1).
002290      02 CTL-RUN-DATE.
002300          03 CTL-RUN-YY PICTURE X(2).
002310          03 CTL-RUN-MM PICTURE X(2).
002320          03 CTL-RUN-DD PICTURE X(2).
002330      02 FILLER PICTURE X(1).
002340      02 CTL-RUN-TIME.
002350          03 CTL-RUN-HH PICTURE X(2).
002360          03 CTL-RUN-MIN PICTURE X(2).
002370      02 FILLER PICTURE X(1).
002380      02 CTL-STATE PICTURE X(1).
002390      02 FILLER PICTURE X(1).
002400      02 CTL-PPNS PICTURE X(56).
002410      02 CTL-EXTS PICTURE X(16).
002420  FD DIST-LISTINGS LABEL RECORDS ARE STANDARD
002430      VALUE OF IDENTIFICATION IS DIST-LISTING-NAME
002440      DATA RECORDS ARE DIST-LINE.
002450  01 DIST-LINE PICTURE X(145).
002460  SD SORT-FILE DATA RECORDS ARE SORT-LINE.
002470  01 SORT-LINE.
002480      02 DSTS-OWNER PICTURE 9(3).
002490      02 DSTS-TYPE PICTURE 9(1).
002500      02 DSTS-SEQ PICTURE 9(6).
002510      02 DSTS-DETAIL PICTURE X(145).

002520  WORKING-STORAGE SECTION.
002530  77 OWNER-REGISTER-NAME PICTURE X(9)
002540      VALUE IS 'CULOWNDAT'.
002550  77 OWNER-REG-STATUS PICTURE X(2).
002560  77 UNDEF-LISTING-NAME PICTURE X(9)
002570      VALUE IS 'CULUNDLST'.
002580  77 UNDEF-STATUS PICTURE X(2).
002590  77 MULDEF-LISTING-NAME PICTURE X(9)
002600      VALUE IS 'MULDEFLST'.
002610  77 MULDEF-STATUS PICTURE X(2).
002620  77 STANDARD-LISTING-NAME PICTURE X(9)
002630      VALUE IS 'CULSTDLST'.
002640  77 STANDARD-STATUS PICTURE X(2).
002650  77 DEADWOOD-LISTING-NAME PICTURE X(9)
002660      VALUE IS 'CULDEDLST'.
002670  77 DEADWOOD-STATUS PICTURE X(2).
002680  77 RETIRE-LISTING-NAME PICTURE X(9)
002690      VALUE IS 'CULRETLST'.
002700  77 RETIRE-STATUS PICTURE X(2).
002710  77 DUP-LISTING-NAME PICTURE X(9)
002720      VALUE IS 'CULDUPLST'.
002730  77 DUP-STATUS PICTURE X(2).
002740  77 SYM-MASTER-NAME PICTURE X(9)
002750      VALUE IS 'CULSYMMAS'.
002760  77 SYM-MASTER-STATUS PICTURE X(2).
002770  77 RUN-CONTROL-NAME PICTURE X(9)
002780      VALUE IS 'CULCTLDAT'.
002790  77 RUN-CONTROL-STATUS PICTURE X(2).
002800  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
002810  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
002820      88 SET-REFUSED VALUE IS 'Y'.
002830  77 STAMP-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
002840      88 STAMP-MATCHED VALUE IS 'Y'.
002850  77 DIST-LISTING-NAME PICTURE X(9)
002860      VALUE IS 'CULDSTLST'.

002870*  THE OWNERS NAMED ON THE REGISTER.  ENTRY 101 IS THE
002880*  *NONE* PACKAGE FOR WHATEVER NO CARD CLAIMS; ITS NUMBER
002890*  SORTS IT AFTER EVERY REAL OWNER.  THE SIX COUNTS ARE
002900*  BY EXCEPTION TYPE, IN THE ORDER OF TYPE-TITLE BELOW.
002910  01 OWNER-TABLE.
002920      02 OWNER-ENTRY OCCURS 101 TIMES.
002930          03 OWNER-GROUP PICTURE X(6).
002940          03 OWNER-CONTACT PICTURE X(42).
002950          03 OWNER-TYPE-COUNT PICTURE 9(5) OCCURS 6 TIMES.
002960          03 OWNER-TOTAL PICTURE 9(6).
002970  77 OWNER-COUNT PICTURE 9(3) VALUE IS ZERO.
002980  77 OWNER-INDEX PICTURE 9(3).
002990  77 OWNER-FOUND-INDEX PICTURE 9(3).
003000  77 UNCLAIMED-OWNER PICTURE 9(3) VALUE IS 101.
003010  77 OWNER-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
003020      88 OWNER-TABLE-FULL VALUE IS 'Y'.

003030*  ONE ENTRY PER ELEMENT, PREFIX, OR PPN CARD.  KIND IS
003040*  'E', 'X' (PREFIX), OR 'P'; THE RANK SETTLES WHICH OF
003050*  SEVERAL CLAIMS ON ONE ELEMENT WINS -- 8 FOR AN ELEMENT
003060*  CARD, THE PREFIX LENGTH PLUS 1 FOR A PREFIX CARD, AND
003070*  1 FOR A PPN CARD.
003080  01 CLAIM-TABLE.
003090      02 CLAIM-ENTRY OCCURS 400 TIMES.
003100          03 CLAIM-KIND PICTURE X(1).
003110          03 CLAIM-VALUE.
003120              04 CLAIM-CHAR PICTURE X(1) OCCURS 6 TIMES.
003130          03 CLAIM-RANK PICTURE 9(1).
003140          03 CLAIM-OWNER PICTURE 9(3).
003150  77 CLAIM-COUNT PICTURE 9(3) VALUE IS ZERO.
003160  77 CLAIM-INDEX PICTURE 9(3).
003170  77 CLAIM-NEW-KIND PICTURE X(1).
003180  77 CLAIM-NEW-VALUE PICTURE X(6).
003190  77 CLAIM-NEW-RANK PICTURE 9(1).
003200  77 OWN-CARD-COUNT PICTURE 9(4) VALUE IS ZERO.

003210*  OCTAL PPN CARDS ARE CONVERTED TO THE SIXBIT FORM THE
003220*  LISTINGS AND MASTERS CARRY, EXACTLY AS CULL CONVERTS
003230*  ITS CULPARAM PPN CARDS.
003240  01 OWN-VALUE-WORK.
003250      02 OWN-SYMBOL-VALUE PICTURE X(6).
003260      02 FILLER PICTURE X(8).
003270  01 OWN-VALUE-CHARS REDEFINES OWN-VALUE-WORK.
003280      02 OWN-VALUE-CHAR PICTURE X(1) OCCURS 14 TIMES.
003290  77 DECK-SCAN-INDEX PICTURE 9(2).
003300  77 DECK-OCTAL-PROJ PICTURE 9(6).
003310  77 DECK-OCTAL-PROG PICTURE 9(6).
003320  77 DECK-CARD-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
003330      88 DECK-CARD-BAD VALUE IS 'Y'.
003340  77 DECK-COMMA-SWITCH PICTURE X(1) VALUE IS 'N'.
003350      88 DECK-COMMA-SEEN VALUE IS 'Y'.
003360  01 DECK-DIGIT-WORK.
003370      02 DECK-DIGIT-X PICTURE X(1).
003380  01 DECK-DIGIT-RED REDEFINES DECK-DIGIT-WORK.
003390      02 DECK-DIGIT-9 PICTURE 9(1).
003400  01 SIXBIT-CHAR-SET-VALUES.
003410      02 FILLER PICTURE X(32) VALUE IS
003420          ' !"#$%&''()*+,-./0123456789:;<=>?'.
003430      02 FILLER PICTURE X(32) VALUE IS
003440          '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
003450  01 SIXBIT-CHAR-SET REDEFINES SIXBIT-CHAR-SET-VALUES.
003460      02 SIXBIT-CHAR PICTURE X(1) OCCURS 64 TIMES.
003470  77 SIXBIT-WORK PICTURE 9(6).
003480  77 SIXBIT-QUOT PICTURE 9(6).
003490  77 SIXBIT-CODE PICTURE 9(2).
003500  01 PPN-SIXBIT-WORK.
003510      02 PPN-SIXBIT-CHAR PICTURE X(1) OCCURS 6 TIMES.
003520  77 PPN-CHAR-INDEX PICTURE 9(1).

003530*  ROUTING OF ONE EXCEPTION LINE.  THE CALLER FILLS IN
003540*  THE ELEMENT, PPN, TYPE, AND LINE IMAGE; FIND-OWNER
003550*  SETTLES ROUTE-OWNER.
003560  01 ROUTE-ELEMENT-WORK.
003570      02 ROUTE-ELEMENT PICTURE X(6).
003580  01 ROUTE-ELEMENT-CHARS REDEFINES ROUTE-ELEMENT-WORK.
003590      02 ROUTE-ELEMENT-CHAR PICTURE X(1) OCCURS 6 TIMES.
003600  77 ROUTE-PPN PICTURE X(6).
003610  77 ROUTE-TYPE PICTURE 9(1).
003620  77 ROUTE-DETAIL PICTURE X(145).
003630  77 ROUTE-OWNER PICTURE 9(3).
003640  77 ROUTE-BEST-RANK PICTURE 9(1).
003650  77 ROUTE-FIRST-OWNER PICTURE 9(3).
003660  77 ROUTE-SEQ PICTURE 9(6) VALUE IS ZERO.
003670  77 MATCH-CHAR-INDEX PICTURE 9(1).
003680  77 PREFIX-MISS-SWITCH PICTURE X(1) VALUE IS 'N'.
003690      88 PREFIX-MISSED VALUE IS 'Y'.
003700  77 UNDEF-LIBRARY-SWITCH PICTURE X(1) VALUE IS 'N'.
003710      88 UNDEF-LIBRARY-RESOLVED VALUE IS 'Y'.
003720  77 RETIRE-DETAIL-TEXT PICTURE X(40) VALUE IS
003730      'CONSECUTIVE FULL SWEEPS DEAD - ARCHIVE'.
003740  77 DUP-DETAIL-TEXT PICTURE X(25) VALUE IS
003750      'MANIFESTS LARGELY OVERLAP'.

003760*  ELEMENTS NO CARD CLAIMS, WITH THEIR COUNTS BY TYPE, FOR
003770*  THE COVER OF THE *NONE* PACKAGE.  A LINE WITH NO
003780*  ELEMENT AT ALL IS KEPT UNDER A BLANK ELEMENT NAME.
003790  01 UNCLAIMED-TABLE.
003800      02 UNCL-ENTRY OCCURS 500 TIMES.
003810          03 UNCL-ELEMENT PICTURE X(6).
003820          03 UNCL-PPN PICTURE X(6).
003830          03 UNCL-TYPE-COUNT PICTURE 9(4) OCCURS 6 TIMES.
003840          03 UNCL-TOTAL PICTURE 9(5).
003850  77 UNCL-COUNT PICTURE 9(3) VALUE IS ZERO.
003860  77 UNCL-INDEX PICTURE 9(3).
003870  77 UNCL-FOUND-INDEX PICTURE 9(3).
003880  77 UNCL-TYPE-INDEX PICTURE 9(1).
003890  77 UNCL-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
003900      88 UNCLAIMED-TABLE-FULL VALUE IS 'Y'.

003910*  MULDEFLST NAMES ONLY THE SYMBOL, SO ITS SYMBOLS ARE
003920*  HELD HERE AND MATCHED AGAINST CULSYM.MAS (BOTH IN
003930*  SYMBOL ORDER) TO FIND THE DEFINING ELEMENTS.
003940  01 MULDEF-SYM-TABLE.
003950      02 MULDEF-SYM-ENTRY OCCURS 1000 TIMES.
003960          03 MULDEF-SYM PICTURE X(6).
003970          03 MULDEF-SYM-DEFINERS PICTURE X(4).
003980          03 MULDEF-SYM-SEEN PICTURE X(1).
003990  77 MULDEF-SYM-COUNT PICTURE 9(4) VALUE IS ZERO.
004000  77 MULDEF-SYM-INDEX PICTURE 9(4).
004010  77 MULDEF-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
004020      88 MULDEF-TABLE-FULL VALUE IS 'Y'.
004030  77 MULDEF-LAST-ELEMENT PICTURE X(6).
004040  77 MULDEF-LAST-PPN PICTURE X(6).
004050  01 MULDEF-COMPOSER.
004060      02 MULC-SYMBOL PICTURE X(6).
004070      02 FILLER PICTURE XX VALUE IS '  '.
004080      02 MULC-ELEMENT PICTURE X(6).
004090      02 FILLER PICTURE XX VALUE IS '  '.
004100      02 MULC-PPN PICTURE X(6).
004110      02 FILLER PICTURE XX VALUE IS '  '.
004120      02 MULC-EXTENS PICTURE X(3).
004130      02 FILLER PICTURE XX VALUE IS '  '.
004140      02 MULC-DEFINERS PICTURE X(4).
004150      02 FILLER PICTURE XX VALUE IS '  '.
004160      02 MULC-TEXT PICTURE X(40).

004170*  ONE ROW PER EXCEPTION TYPE: COVER AND SUMMARY TITLE,
004180*  SOURCE LISTING, AND THE COLUMN TITLES FOR ITS SECTION
004190*  OF A PACKAGE.
004200  01 TYPE-TITLE-VALUES.
004210      02 FILLER PICTURE X(40) VALUE IS
004220          'UNDEFINED GLOBAL REFERENCES (CULUNDLST)'.
004230      02 FILLER PICTURE X(40) VALUE IS
004240          'MULTIPLY DEFINED GLOBALS (MULDEFLST)'.
004250      02 FILLER PICTURE X(40) VALUE IS
004260          'NAMING STANDARD EXCEPTIONS (CULSTDLST)'.
004270      02 FILLER PICTURE X(40) VALUE IS
004280          'DEAD ELEMENTS (CULDEDLST)'.
004290      02 FILLER PICTURE X(40) VALUE IS
004300          'RETIREMENT CANDIDATES (CULRETLST)'.
004310      02 FILLER PICTURE X(40) VALUE IS
004320          'DUPLICATE ELEMENTS (CULDUPLST)'.
004330  01 TYPE-TITLE-TABLE REDEFINES TYPE-TITLE-VALUES.
004340      02 TYPE-TITLE PICTURE X(40) OCCURS 6 TIMES.
004350  01 TYPE-COLUMN-VALUES.
004360      02 FILLER PICTURE X(50) VALUE IS
004370          'SYMBOL  PPN     ELEMENT EXT  REFERENCES'.
004380      02 FILLER PICTURE X(50) VALUE IS
004390          'SYMBOL  ELEMENT PPN     EXT  DEFS  NOTE'.
004400      02 FILLER PICTURE X(50) VALUE IS
004410          'SYMBOL  PF  ELEMENT PPN     NOTE'.
004420      02 FILLER PICTURE X(50) VALUE IS
004430          'ELEMENT PPN     EXT  DEFS  NOTE'.
004440      02 FILLER PICTURE X(50) VALUE IS
004450          'ELEMENT PPN     EXT  RUNS  NOTE'.
004460      02 FILLER PICTURE X(50) VALUE IS
004470          'ELEMENT PPN     ELEMENT PPN     SHAREDTOTAL1TOTAL2'.
004480  01 TYPE-COLUMN-TABLE REDEFINES TYPE-COLUMN-VALUES.
004490      02 TYPE-COLUMNS PICTURE X(50) OCCURS 6 TIMES.
004500  01 TYPE-FOUND-VALUES.
004510      02 FILLER PICTURE X(6) VALUE IS 'NNNNNN'.
004520  01 TYPE-FOUND-TABLE REDEFINES TYPE-FOUND-VALUES.
004530      02 TYPE-FILE-FOUND PICTURE X(1) OCCURS 6 TIMES.
004540  01 TYPE-FILE-VALUES.
004550      02 FILLER PICTURE X(9) VALUE IS 'CULUNDLST'.
004560      02 FILLER PICTURE X(9) VALUE IS 'MULDEFLST'.
004570      02 FILLER PICTURE X(9) VALUE IS 'CULSTDLST'.
004580      02 FILLER PICTURE X(9) VALUE IS 'CULDEDLST'.
004590      02 FILLER PICTURE X(9) VALUE IS 'CULRETLST'.
004600      02 FILLER PICTURE X(9) VALUE IS 'CULDUPLST'.
004610  01 TYPE-FILE-TABLE REDEFINES TYPE-FILE-VALUES.
004620      02 TYPE-FILE-NAME PICTURE X(9) OCCURS 6 TIMES.
004630  77 TYPE-INDEX PICTURE 9(1).

004640*  LPT PAGE CONTROL, AS ON COMBINLST AND ELEMENLST.
004650  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
004660  77 DIST-LINE-COUNT PICTURE 9(2) VALUE IS 99.
004670  77 DIST-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
004680  01 HEADING-1.
004690      02 FILLER PICTURE X(6) VALUE IS 'CULDST'.
004700      02 HEADING-1-TITLE PICTURE X(27).
004710      02 FILLER PICTURE XX VALUE IS '  '.
004720      02 HEADING-1-DATE PICTURE X(8).
004730      02 FILLER PICTURE XX VALUE IS '  '.
004740      02 HEADING-1-TIME PICTURE X(5).
004750      02 FILLER PICTURE XX VALUE IS '  '.
004760      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
004770      02 HEADING-1-PAGE PICTURE ZZZ9.
004780      02 FILLER PICTURE X(11) VALUE IS '  CULL GEN '.
004790      02 HEADING-1-GEN PICTURE ZZZZZ9.
004800      02 FILLER PICTURE X(4) VALUE IS ' OF '.
004810      02 HEADING-1-CULL-DATE PICTURE X(8).
004820      02 FILLER PICTURE X VALUE IS ' '.
004830      02 HEADING-1-CULL-TIME PICTURE X(5).
004840  01 RUN-DATE-RAW.
004850      02 RUN-YY PICTURE X(2).
004860      02 RUN-MM PICTURE X(2).
004870      02 RUN-DD PICTURE X(2).
004880  01 RUN-TIME-RAW.
004890      02 RUN-HH PICTURE X(2).
004900      02 RUN-MIN PICTURE X(2).
004910      02 FILLER PICTURE X(4).
004920  77 SECTION-TITLE PICTURE X(80).
004930  77 SECTION-NAME PICTURE X(27).
004940  01 SUMMARY-TITLES.
004950      02 FILLER PICTURE X(8) VALUE IS 'OWNER'.
004960      02 FILLER PICTURE X(24) VALUE IS 'CONTACT'.
004970      02 FILLER PICTURE X(6) VALUE IS ' UNDEF'.
004980      02 FILLER PICTURE X(6) VALUE IS 'MULDEF'.
004990      02 FILLER PICTURE X(6) VALUE IS 'STDEXC'.
005000      02 FILLER PICTURE X(6) VALUE IS '  DEAD'.
005010      02 FILLER PICTURE X(6) VALUE IS 'RETIRE'.
005020      02 FILLER PICTURE X(6) VALUE IS '   DUP'.
005030      02 FILLER PICTURE X(8) VALUE IS '   TOTAL'.
005040  01 UNCLAIMED-TITLES.
005050      02 FILLER PICTURE X(8) VALUE IS 'ELEMENT'.
005060      02 FILLER PICTURE X(24) VALUE IS 'PPN'.
005070      02 FILLER PICTURE X(6) VALUE IS ' UNDEF'.
005080      02 FILLER PICTURE X(6) VALUE IS 'MULDEF'.
005090      02 FILLER PICTURE X(6) VALUE IS 'STDEXC'.
005100      02 FILLER PICTURE X(6) VALUE IS '  DEAD'.
005110      02 FILLER PICTURE X(6) VALUE IS 'RETIRE'.
005120      02 FILLER PICTURE X(6) VALUE IS '   DUP'.
005130      02 FILLER PICTURE X(8) VALUE IS '   TOTAL'.
005140  77 COVER-TITLES PICTURE X(48) VALUE IS
005150      'EXCEPTION TYPE                            COUNT'.

005160  01 COVER-COMPOSER.
005170      02 COVER-TITLE-OUT PICTURE X(40).
005180      02 FILLER PICTURE XX VALUE IS '  '.
005190      02 COVER-COUNT-OUT PICTURE ZZZZZ9.
005200  01 COUNTS-COMPOSER.
005210      02 COUNTS-KEY-1-OUT PICTURE X(6).
005220      02 FILLER PICTURE XX.
005230      02 COUNTS-KEY-2-OUT PICTURE X(24).
005240      02 COUNTS-TYPE-OUT OCCURS 6 TIMES.
005250          03 FILLER PICTURE X(1).
005260          03 COUNTS-TYPE-VALUE PICTURE ZZZZ9.
005270      02 FILLER PICTURE XX.
005280      02 COUNTS-TOTAL-OUT PICTURE ZZZZZ9.
005290  01 GRAND-TOTALS.
005300      02 GRAND-TYPE-COUNT PICTURE 9(6) OCCURS 6 TIMES.
005310      02 GRAND-TOTAL PICTURE 9(6).
005320  77 CURRENT-OWNER PICTURE 9(3).
005330  77 CURRENT-TYPE PICTURE 9(1).
005340  77 PACKAGE-COUNT PICTURE 9(3) VALUE IS ZERO.
005350  77 EXCEPTIONS-ROUTED-DISP PICTURE ZZZZZ9.
005360  77 PACKAGE-DISP PICTURE ZZ9.
005370  77 UNCLAIMED-DISP PICTURE ZZZZZ9.
005380  77 UNCL-COUNT-DISP PICTURE ZZ9.

005390  PROCEDURE DIVISION.
005400* =====================================================
005410*  MAIN LINE
005420* =====================================================
005430  MAINLINE-SECTION SECTION.
005440  INITIALIZE-RUN.
005450      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
005460      IF SET-REFUSED
005470          STOP RUN.
005480      PERFORM READ-OWNER-REGISTER THRU
005490          READ-OWNER-REGISTER-EXIT.
005500      OPEN OUTPUT DIST-LISTINGS.
005510      MOVE SPACES TO DIST-LINE.
005520      ACCEPT RUN-DATE-RAW FROM DATE.
005530      ACCEPT RUN-TIME-RAW FROM TIME.
005540      STRING RUN-MM '/' RUN-DD '/' RUN-YY
005550          DELIMITED BY SIZE INTO HEADING-1-DATE.
005560      STRING RUN-HH ':' RUN-MIN
005570          DELIMITED BY SIZE INTO HEADING-1-TIME.
005580      SORT SORT-FILE ON ASCENDING KEY DSTS-OWNER,
005590          DSTS-TYPE, DSTS-SEQ
005600          INPUT PROCEDURE IS DIST-INPUT-SECTION
005610          OUTPUT PROCEDURE IS DIST-PRINT-SECTION.
005620      CLOSE DIST-LISTINGS.
005630      MOVE ROUTE-SEQ TO EXCEPTIONS-ROUTED-DISP.
005640      MOVE PACKAGE-COUNT TO PACKAGE-DISP.
005650      MOVE OWNER-TOTAL (UNCLAIMED-OWNER) TO UNCLAIMED-DISP.
005660      MOVE UNCL-COUNT TO UNCL-COUNT-DISP.
005670      DISPLAY 'EXCEPTIONS ROUTED  ' EXCEPTIONS-ROUTED-DISP.
005680      DISPLAY 'PACKAGES PRINTED      ' PACKAGE-DISP.
005690      DISPLAY 'UNCLAIMED EXCEPTIONS' UNCLAIMED-DISP.
005700      DISPLAY 'UNCLAIMED ELEMENTS    ' UNCL-COUNT-DISP.
005710      DISPLAY 'CULDST DONE.'.
005720      STOP RUN.

005730* =====================================================
005740*  CHECK-RUN-SET -- CULSYM.MAS MUST BE THE MASTER THE
005750*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
005760*  NOT PENDING, AND ITS FIRST RECORD A STAMP RECORD
005770*  (BLANK NAME) OF THAT SAME GENERATION.  ANYTHING
005780*  ELSE IS A TORN OR MIXED SET, AND NOTHING IS ROUTED
005790*  FROM IT.  THE GENERATION AND RUN DATE GO INTO THE
005800*  PAGE HEADING.
005810* =====================================================
005820  CHECK-RUN-SET.
005830      OPEN INPUT RUN-CONTROL.
005840      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
005850          DISPLAY 'CULDST: NO CULCTL.DAT RUN CONTROL'
005860              ' RECORD -- RUN CULL FIRST.'
005870          MOVE 'Y' TO SET-REFUSED-SWITCH
005880          GO TO CHECK-RUN-SET-EXIT.
005890      MOVE SPACES TO RUN-CONTROL-LINE.
005900      READ RUN-CONTROL
005910          AT END MOVE SPACES TO RUN-CONTROL-LINE.
005920      CLOSE RUN-CONTROL.
005930      IF CTL-GENERATION IS NOT NUMERIC OR
005940              CTL-STATE IS NOT EQUAL TO 'C'
005950          DISPLAY 'CULDST: THE LAST CULL NEVER FINISHED'
005960              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
005970          MOVE 'Y' TO SET-REFUSED-SWITCH
005980          GO TO CHECK-RUN-SET-EXIT.
005990      MOVE CTL-GENERATION TO CULL-GENERATION.
006000      MOVE CULL-GENERATION TO HEADING-1-GEN.
006010      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
006020          DELIMITED BY SIZE INTO HEADING-1-CULL-DATE.
006030      STRING CTL-RUN-HH ':' CTL-RUN-MIN
006040          DELIMITED BY SIZE INTO HEADING-1-CULL-TIME.
006050      OPEN INPUT SYM-MASTER.
006060      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
006070          GO TO CHECK-RUN-SET-MIXED.
006080      MOVE 'N' TO STAMP-MATCH-SWITCH.
006090      READ SYM-MASTER
006100          AT END MOVE SPACES TO SYM-MASTER-RECORD.
006110      IF SYMQ-SYMBOL IS EQUAL TO SPACES AND
006120              SYMS-GENERATION IS NUMERIC
006130          IF SYMS-GENERATION IS EQUAL TO CULL-GENERATION
006140              MOVE 'Y' TO STAMP-MATCH-SWITCH.
006150      CLOSE SYM-MASTER.
006160      IF NOT STAMP-MATCHED
006170          GO TO CHECK-RUN-SET-MIXED.
006180      GO TO CHECK-RUN-SET-EXIT.
006190  CHECK-RUN-SET-MIXED.
006200      DISPLAY 'CULDST: CULSYM.MAS IS NOT CULL GENERATION '
006210          HEADING-1-GEN ' -- RUN CULL AGAIN.'.
006220      MOVE 'Y' TO SET-REFUSED-SWITCH.
006230  CHECK-RUN-SET-EXIT.
006240      EXIT.

006250* =====================================================
006260*  READ-OWNER-REGISTER -- LOADS THE CULOWN.DAT CLAIMS
006270*  (SEE REMARKS).  ENTRY 101 IS SET UP FIRST AS THE
006280*  *NONE* PACKAGE.  NO REGISTER IS NOT FATAL: EVERY
006290*  EXCEPTION THEN LANDS IN THE *NONE* PACKAGE.
006300* =====================================================
006310  READ-OWNER-REGISTER.
006320      PERFORM CLEAR-ONE-OWNER THRU CLEAR-ONE-OWNER-EXIT
006330          VARYING OWNER-INDEX FROM 1 BY 1
006340          UNTIL OWNER-INDEX IS GREATER THAN 101.
006350      MOVE '*NONE*' TO OWNER-GROUP (UNCLAIMED-OWNER).
006360      MOVE 'NOT CLAIMED ON CULOWN.DAT - ROUTE BY HAND' TO
006370          OWNER-CONTACT (UNCLAIMED-OWNER).
006380      OPEN INPUT OWNER-REGISTER.
006390      IF OWNER-REG-STATUS IS NOT EQUAL TO '00'
006400          DISPLAY 'CULDST: NO CULOWN.DAT OWNER REGISTER --'
006410              ' EVERYTHING GOES TO *NONE*.'
006420          GO TO READ-OWNER-REGISTER-EXIT.
006430  READ-OWNER-REGISTER-LOOP.
006440      READ OWNER-REGISTER
006450          AT END GO TO READ-OWNER-REGISTER-CLOSE.
006460      IF OWN-COMMENT-FLAG IS EQUAL TO '*'
006470          GO TO READ-OWNER-REGISTER-LOOP.
006480      IF OWN-KEYWORD IS EQUAL TO SPACES
006490          GO TO READ-OWNER-REGISTER-LOOP.
006500      MOVE OWN-VALUE TO OWN-VALUE-WORK.
006510      IF OWN-GROUP IS NOT GREATER THAN SPACES
006520          DISPLAY 'CULDST: NO GROUP ON ' OWN-KEYWORD
006530              ' CARD -- IGNORED.'
006540          GO TO READ-OWNER-REGISTER-LOOP.
006550      IF OWN-KEYWORD IS EQUAL TO 'ELEMENT'
006560          PERFORM OWN-ELEMENT-CARD THRU
006570              OWN-ELEMENT-CARD-EXIT
006580          GO TO READ-OWNER-REGISTER-LOOP.
006590      IF OWN-KEYWORD IS EQUAL TO 'PREFIX'
006600          PERFORM OWN-PREFIX-CARD THRU
006610              OWN-PREFIX-CARD-EXIT
006620          GO TO READ-OWNER-REGISTER-LOOP.
006630      IF OWN-KEYWORD IS EQUAL TO 'PPN'
006640          PERFORM OWN-PPN-CARD THRU OWN-PPN-CARD-EXIT
006650          GO TO READ-OWNER-REGISTER-LOOP.
006660      DISPLAY 'CULDST: UNRECOGNIZED CARD ' OWN-KEYWORD
006670          ' -- IGNORED.'.
006680      GO TO READ-OWNER-REGISTER-LOOP.
006690  READ-OWNER-REGISTER-CLOSE.
006700      CLOSE OWNER-REGISTER.
006710  READ-OWNER-REGISTER-EXIT.
006720      EXIT.

006730  CLEAR-ONE-OWNER.
006740      MOVE SPACES TO OWNER-GROUP (OWNER-INDEX).
006750      MOVE SPACES TO OWNER-CONTACT (OWNER-INDEX).
006760      MOVE ZERO TO OWNER-TOTAL (OWNER-INDEX).
006770      PERFORM CLEAR-ONE-OWNER-COUNT THRU
006780          CLEAR-ONE-OWNER-COUNT-EXIT
006790          VARYING TYPE-INDEX FROM 1 BY 1
006800          UNTIL TYPE-INDEX IS GREATER THAN 6.
006810  CLEAR-ONE-OWNER-EXIT.
006820      EXIT.
006830  CLEAR-ONE-OWNER-COUNT.
006840      MOVE ZERO TO OWNER-TYPE-COUNT (OWNER-INDEX, TYPE-INDEX).
006850  CLEAR-ONE-OWNER-COUNT-EXIT.
006860      EXIT.

006870  OWN-ELEMENT-CARD.
006880      IF OWN-SYMBOL-VALUE IS NOT GREATER THAN SPACES
006890          DISPLAY 'CULDST: BLANK ELEMENT CARD -- IGNORED.'
006900          GO TO OWN-ELEMENT-CARD-EXIT.
006910      MOVE 'E' TO CLAIM-NEW-KIND.
006920      MOVE OWN-SYMBOL-VALUE TO CLAIM-NEW-VALUE.
006930      MOVE 8 TO CLAIM-NEW-RANK.
006940      PERFORM ADD-CLAIM THRU ADD-CLAIM-EXIT.
006950  OWN-ELEMENT-CARD-EXIT.
006960      EXIT.

006970  OWN-PREFIX-CARD.
006980      IF OWN-SYMBOL-VALUE IS NOT GREATER THAN SPACES
006990          DISPLAY 'CULDST: BLANK PREFIX CARD -- IGNORED.'
007000          GO TO OWN-PREFIX-CARD-EXIT.
007010      MOVE 'X' TO CLAIM-NEW-KIND.
007020      MOVE OWN-SYMBOL-VALUE TO CLAIM-NEW-VALUE.
007030      MOVE 1 TO CLAIM-NEW-RANK.
007040      PERFORM COUNT-PREFIX-CHAR THRU COUNT-PREFIX-CHAR-EXIT
007050          VARYING DECK-SCAN-INDEX FROM 1 BY 1
007060          UNTIL DECK-SCAN-INDEX IS GREATER THAN 6.
007070      PERFORM ADD-CLAIM THRU ADD-CLAIM-EXIT.
007080  OWN-PREFIX-CARD-EXIT.
007090      EXIT.
007100  COUNT-PREFIX-CHAR.
007110      IF OWN-VALUE-CHAR (DECK-SCAN-INDEX) IS NOT EQUAL TO
007120              SPACE
007130          ADD 1 TO CLAIM-NEW-RANK.
007140  COUNT-PREFIX-CHAR-EXIT.
007150      EXIT.

007160* =====================================================
007170*  OWN-PPN-CARD -- SAME OCTAL-TO-SIXBIT CONVERSION AS
007180*  A CULPARAM PPN CARD: PROJECT AND PROGRAMMER HALVES
007190*  IN OCTAL, BRACKETS OPTIONAL, PACKED THREE SIXBIT
007200*  CODES PER 18-BIT HALF.
007210* =====================================================
007220  OWN-PPN-CARD.
007230      MOVE ZERO TO DECK-OCTAL-PROJ.
007240      MOVE ZERO TO DECK-OCTAL-PROG.
007250      MOVE 'N' TO DECK-COMMA-SWITCH.
007260      MOVE 'N' TO DECK-CARD-BAD-SWITCH.
007270      PERFORM DECK-PPN-ONE-CHAR THRU
007280          DECK-PPN-ONE-CHAR-EXIT
007290          VARYING DECK-SCAN-INDEX FROM 1 BY 1
007300          UNTIL DECK-SCAN-INDEX IS GREATER THAN 14.
007310      IF DECK-OCTAL-PROJ IS GREATER THAN 262143 OR
007320              DECK-OCTAL-PROG IS GREATER THAN 262143
007330          MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
007340      IF DECK-CARD-BAD OR NOT DECK-COMMA-SEEN
007350          DISPLAY 'CULDST: BAD PPN CARD -- IGNORED.'
007360          GO TO OWN-PPN-CARD-EXIT.
007370      PERFORM CONVERT-PPN-TO-SIXBIT THRU
007380          CONVERT-PPN-TO-SIXBIT-EXIT.
007390      MOVE 'P' TO CLAIM-NEW-KIND.
007400      MOVE PPN-SIXBIT-WORK TO CLAIM-NEW-VALUE.
007410      MOVE 1 TO CLAIM-NEW-RANK.
007420      PERFORM ADD-CLAIM THRU ADD-CLAIM-EXIT.
007430  OWN-PPN-CARD-EXIT.
007440      EXIT.

007450  DECK-PPN-ONE-CHAR.
007460      MOVE OWN-VALUE-CHAR (DECK-SCAN-INDEX) TO
007470          DECK-DIGIT-X.
007480      IF DECK-DIGIT-X IS EQUAL TO ' ' OR
007490              DECK-DIGIT-X IS EQUAL TO '[' OR
007500              DECK-DIGIT-X IS EQUAL TO ']'
007510          GO TO DECK-PPN-ONE-CHAR-EXIT.
007520      IF DECK-DIGIT-X IS EQUAL TO ','
007530          MOVE 'Y' TO DECK-COMMA-SWITCH
007540          GO TO DECK-PPN-ONE-CHAR-EXIT.
007550      IF DECK-DIGIT-X IS LESS THAN '0' OR
007560              DECK-DIGIT-X IS GREATER THAN '7'
007570          MOVE 'Y' TO DECK-CARD-BAD-SWITCH
007580          GO TO DECK-PPN-ONE-CHAR-EXIT.
007590      IF DECK-COMMA-SEEN
007600          PERFORM DECK-ACCUM-PROG THRU DECK-ACCUM-PROG-EXIT
007610      ELSE
007620          PERFORM DECK-ACCUM-PROJ THRU DECK-ACCUM-PROJ-EXIT.
007630  DECK-PPN-ONE-CHAR-EXIT.
007640      EXIT.

007650  DECK-ACCUM-PROJ.
007660      MULTIPLY 8 BY DECK-OCTAL-PROJ
007670          ON SIZE ERROR
007680              MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
007690      ADD DECK-DIGIT-9 TO DECK-OCTAL-PROJ.
007700  DECK-ACCUM-PROJ-EXIT.
007710      EXIT.

007720  DECK-ACCUM-PROG.
007730      MULTIPLY 8 BY DECK-OCTAL-PROG
007740          ON SIZE ERROR
007750              MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
007760      ADD DECK-DIGIT-9 TO DECK-OCTAL-PROG.
007770  DECK-ACCUM-PROG-EXIT.
007780      EXIT.

007790  CONVERT-PPN-TO-SIXBIT.
007800      MOVE DECK-OCTAL-PROJ TO SIXBIT-WORK.
007810      MOVE 3 TO PPN-CHAR-INDEX.
007820      PERFORM SIXBIT-ONE-CHAR THRU
007830          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
007840      MOVE DECK-OCTAL-PROG TO SIXBIT-WORK.
007850      MOVE 6 TO PPN-CHAR-INDEX.
007860      PERFORM SIXBIT-ONE-CHAR THRU
007870          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
007880  CONVERT-PPN-TO-SIXBIT-EXIT.
007890      EXIT.

007900  SIXBIT-ONE-CHAR.
007910      DIVIDE SIXBIT-WORK BY 64 GIVING SIXBIT-QUOT
007920          REMAINDER SIXBIT-CODE.
007930      MOVE SIXBIT-QUOT TO SIXBIT-WORK.
007940      ADD 1 TO SIXBIT-CODE.
007950      MOVE SIXBIT-CHAR (SIXBIT-CODE) TO
007960          PPN-SIXBIT-CHAR (PPN-CHAR-INDEX).
007970      SUBTRACT 1 FROM PPN-CHAR-INDEX.
007980  SIXBIT-ONE-CHAR-EXIT.
007990      EXIT.

008000* =====================================================
008010*  ADD-CLAIM -- FILES ONE CARD'S CLAIM UNDER ITS GROUP,
008020*  ADDING THE GROUP TO THE OWNER TABLE THE FIRST TIME IT
008030*  IS SEEN.
008040* =====================================================
008050  ADD-CLAIM.
008060      IF CLAIM-COUNT IS EQUAL TO 400
008070          DISPLAY 'CULDST: MORE THAN 400 CLAIMS ON'
008080              ' CULOWN.DAT -- REST IGNORED.'
008090          GO TO ADD-CLAIM-EXIT.
008100      MOVE ZERO TO OWNER-FOUND-INDEX.
008110      PERFORM FIND-ONE-OWNER THRU FIND-ONE-OWNER-EXIT
008120          VARYING OWNER-INDEX FROM 1 BY 1
008130          UNTIL OWNER-INDEX IS GREATER THAN OWNER-COUNT.
008140      IF OWNER-FOUND-INDEX IS EQUAL TO ZERO
008150          PERFORM ADD-OWNER THRU ADD-OWNER-EXIT.
008160      IF OWNER-FOUND-INDEX IS EQUAL TO ZERO
008170          GO TO ADD-CLAIM-EXIT.
008180      IF OWNER-CONTACT (OWNER-FOUND-INDEX) IS EQUAL TO
008190              SPACES
008200          MOVE OWN-CONTACT TO
008210              OWNER-CONTACT (OWNER-FOUND-INDEX).
008220      ADD 1 TO CLAIM-COUNT.
008230      MOVE CLAIM-NEW-KIND TO CLAIM-KIND (CLAIM-COUNT).
008240      MOVE CLAIM-NEW-VALUE TO CLAIM-VALUE (CLAIM-COUNT).
008250      MOVE CLAIM-NEW-RANK TO CLAIM-RANK (CLAIM-COUNT).
008260      MOVE OWNER-FOUND-INDEX TO CLAIM-OWNER (CLAIM-COUNT).
008270      ADD 1 TO OWN-CARD-COUNT.
008280  ADD-CLAIM-EXIT.
008290      EXIT.

008300  FIND-ONE-OWNER.
008310      IF OWNER-GROUP (OWNER-INDEX) IS EQUAL TO OWN-GROUP
008320          MOVE OWNER-INDEX TO OWNER-FOUND-INDEX.
008330  FIND-ONE-OWNER-EXIT.
008340      EXIT.

008350  ADD-OWNER.
008360      IF OWNER-COUNT IS EQUAL TO 100
008370          IF NOT OWNER-TABLE-FULL
008380              MOVE 'Y' TO OWNER-FULL-SWITCH
008390              DISPLAY 'CULDST: MORE THAN 100 GROUPS ON'
008400                  ' CULOWN.DAT -- REST IGNORED.'.
008410      IF OWNER-COUNT IS EQUAL TO 100
008420          GO TO ADD-OWNER-EXIT.
008430      ADD 1 TO OWNER-COUNT.
008440      MOVE OWN-GROUP TO OWNER-GROUP (OWNER-COUNT).
008450      MOVE OWNER-COUNT TO OWNER-FOUND-INDEX.
008460  ADD-OWNER-EXIT.
008470      EXIT.

008480* =====================================================
008490*  DIST-INPUT-SECTION -- READS THE SIX EXCEPTION
008500*  LISTINGS IN TURN, RELEASING ONE SORT-LINE PER
008510*  EXCEPTION TO THE OWNER OF ITS ELEMENT.  THE SEQUENCE
008520*  NUMBER KEEPS EACH LISTING'S OWN ORDER WITHIN A
008530*  PACKAGE.
008540* =====================================================
008550  DIST-INPUT-SECTION SECTION.
008560  BEGIN-DIST-INPUT.
008570      PERFORM SCAN-UNDEF-LISTING THRU
008580          SCAN-UNDEF-LISTING-EXIT.
008590      PERFORM SCAN-MULDEF-LISTING THRU
008600          SCAN-MULDEF-LISTING-EXIT.
008610      PERFORM SCAN-STANDARD-LISTING THRU
008620          SCAN-STANDARD-LISTING-EXIT.
008630      PERFORM SCAN-DEADWOOD-LISTING THRU
008640          SCAN-DEADWOOD-LISTING-EXIT.
008650      PERFORM SCAN-RETIRE-LISTING THRU
008660          SCAN-RETIRE-LISTING-EXIT.
008670      PERFORM SCAN-DUP-LISTING THRU
008680          SCAN-DUP-LISTING-EXIT.
008690      DISPLAY 'SORTING EXCEPTIONS'.
008700      GO TO DIST-INPUT-END.

008710* =====================================================
008720*  SCAN-UNDEF-LISTING -- CULUNDLST.  A LINE WITH NO PPN
008730*  AND NO ELEMENT HEADS A SYMBOL'S GROUP; THE LINES
008740*  UNDER A RESOLVED BY LIBRARY HEADING ARE NOT
008750*  EXCEPTIONS AND ARE PASSED OVER.
008760* =====================================================
008770  SCAN-UNDEF-LISTING.
008780      OPEN INPUT UNDEF-LISTINGS.
008790      IF UNDEF-STATUS IS NOT EQUAL TO '00'
008800          GO TO SCAN-UNDEF-LISTING-EXIT.
008810      MOVE 'Y' TO TYPE-FILE-FOUND (1).
008820      MOVE 'N' TO UNDEF-LIBRARY-SWITCH.
008830  SCAN-UNDEF-LOOP.
008840      READ UNDEF-LISTINGS
008850          AT END GO TO SCAN-UNDEF-CLOSE.
008860      IF UNDEF-PPN-OUT IS EQUAL TO SPACES AND
008870              UNDEF-ELEMENT-OUT IS EQUAL TO SPACES
008880          PERFORM NOTE-UNDEF-HEADING THRU
008890              NOTE-UNDEF-HEADING-EXIT
008900          GO TO SCAN-UNDEF-LOOP.
008910      IF UNDEF-LIBRARY-RESOLVED
008920          GO TO SCAN-UNDEF-LOOP.
008930      MOVE UNDEF-ELEMENT-OUT TO ROUTE-ELEMENT.
008940      MOVE UNDEF-PPN-OUT TO ROUTE-PPN.
008950      MOVE 1 TO ROUTE-TYPE.
008960      MOVE UNDEF-LINE TO ROUTE-DETAIL.
008970      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
008980      GO TO SCAN-UNDEF-LOOP.
008990  SCAN-UNDEF-CLOSE.
009000      CLOSE UNDEF-LISTINGS.
009010  SCAN-UNDEF-LISTING-EXIT.
009020      EXIT.

009030  NOTE-UNDEF-HEADING.
009040      MOVE 'N' TO UNDEF-LIBRARY-SWITCH.
009050      IF UNDEF-CLASS-OUT IS EQUAL TO 'RESOLVED'
009060          MOVE 'Y' TO UNDEF-LIBRARY-SWITCH.
009070  NOTE-UNDEF-HEADING-EXIT.
009080      EXIT.

009090* =====================================================
009100*  SCAN-MULDEF-LISTING -- MULDEFLST GIVES ONLY THE
009110*  SYMBOL AND HOW MANY ELEMENTS DEFINE IT.  THE SYMBOLS
009120*  ARE TABLED, THEN ONE PASS OF CULSYM.MAS FINDS EACH
009130*  DEFINING ELEMENT, AND EACH DEFINER'S OWNER GETS THE
009140*  EXCEPTION.  A SYMBOL WITH NO DEFINING LINE ON THE
009150*  MASTER GOES TO *NONE*.
009160* =====================================================
009170  SCAN-MULDEF-LISTING.
009180      OPEN INPUT MULDEF-LISTINGS.
009190      IF MULDEF-STATUS IS NOT EQUAL TO '00'
009200          GO TO SCAN-MULDEF-LISTING-EXIT.
009210      MOVE 'Y' TO TYPE-FILE-FOUND (2).
009220  SCAN-MULDEF-LOOP.
009230      READ MULDEF-LISTINGS
009240          AT END GO TO SCAN-MULDEF-CLOSE.
009250      IF MULDEF-SYMBOL-OUT IS NOT GREATER THAN SPACES
009260          GO TO SCAN-MULDEF-LOOP.
009270      IF MULDEF-SYM-COUNT IS EQUAL TO 1000
009280          IF NOT MULDEF-TABLE-FULL
009290              MOVE 'Y' TO MULDEF-FULL-SWITCH
009300              DISPLAY 'CULDST: MORE THAN 1000 MULDEFLST'
009310                  ' SYMBOLS -- REST IGNORED.'.
009320      IF MULDEF-SYM-COUNT IS EQUAL TO 1000
009330          GO TO SCAN-MULDEF-LOOP.
009340      ADD 1 TO MULDEF-SYM-COUNT.
009350      MOVE MULDEF-SYMBOL-OUT TO MULDEF-SYM (MULDEF-SYM-COUNT).
009360      MOVE MULDEF-COUNT-OUT TO
009370          MULDEF-SYM-DEFINERS (MULDEF-SYM-COUNT).
009380      MOVE 'N' TO MULDEF-SYM-SEEN (MULDEF-SYM-COUNT).
009390      GO TO SCAN-MULDEF-LOOP.
009400  SCAN-MULDEF-CLOSE.
009410      CLOSE MULDEF-LISTINGS.
009420      IF MULDEF-SYM-COUNT IS EQUAL TO ZERO
009430          GO TO SCAN-MULDEF-LISTING-EXIT.
009440      OPEN INPUT SYM-MASTER.
009450      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
009460          DISPLAY 'CULDST: CANNOT OPEN CULSYM.MAS --'
009470              ' MULDEFLST SYMBOLS GO TO *NONE*.'
009480          GO TO SCAN-MULDEF-LEFTOVERS.
009490      MOVE 1 TO MULDEF-SYM-INDEX.
009500      MOVE SPACES TO MULDEF-LAST-ELEMENT.
009510      MOVE SPACES TO MULDEF-LAST-PPN.
009520  SCAN-MULDEF-MASTER-LOOP.
009530      READ SYM-MASTER
009540          AT END GO TO SCAN-MULDEF-MASTER-CLOSE.
009550  SCAN-MULDEF-ADVANCE.
009560      IF MULDEF-SYM-INDEX IS GREATER THAN MULDEF-SYM-COUNT
009570          GO TO SCAN-MULDEF-MASTER-CLOSE.
009580      IF MULDEF-SYM (MULDEF-SYM-INDEX) IS LESS THAN
009590              SYMQ-SYMBOL
009600          ADD 1 TO MULDEF-SYM-INDEX
009610          MOVE SPACES TO MULDEF-LAST-ELEMENT
009620          MOVE SPACES TO MULDEF-LAST-PPN
009630          GO TO SCAN-MULDEF-ADVANCE.
009640      IF MULDEF-SYM (MULDEF-SYM-INDEX) IS GREATER THAN
009650              SYMQ-SYMBOL
009660          GO TO SCAN-MULDEF-MASTER-LOOP.
009670      IF SYMQ-DEFN-FLAG IS NOT EQUAL TO 'Y'
009680          GO TO SCAN-MULDEF-MASTER-LOOP.
009690      IF SYMQ-ELEMENT IS EQUAL TO MULDEF-LAST-ELEMENT AND
009700              SYMQ-PPN IS EQUAL TO MULDEF-LAST-PPN
009710          GO TO SCAN-MULDEF-MASTER-LOOP.
009720      MOVE SYMQ-ELEMENT TO MULDEF-LAST-ELEMENT.
009730      MOVE SYMQ-PPN TO MULDEF-LAST-PPN.
009740      MOVE 'Y' TO MULDEF-SYM-SEEN (MULDEF-SYM-INDEX).
009750      MOVE SPACES TO MULDEF-COMPOSER.
009760      MOVE SYMQ-SYMBOL TO MULC-SYMBOL.
009770      MOVE SYMQ-ELEMENT TO MULC-ELEMENT.
009780      MOVE SYMQ-PPN TO MULC-PPN.
009790      MOVE SYMQ-EXTENS TO MULC-EXTENS.
009800      MOVE MULDEF-SYM-DEFINERS (MULDEF-SYM-INDEX) TO
009810          MULC-DEFINERS.
009820      MOVE 'ONE OF THE DEFINING ELEMENTS' TO MULC-TEXT.
009830      MOVE SYMQ-ELEMENT TO ROUTE-ELEMENT.
009840      MOVE SYMQ-PPN TO ROUTE-PPN.
009850      MOVE 2 TO ROUTE-TYPE.
009860      MOVE MULDEF-COMPOSER TO ROUTE-DETAIL.
009870      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
009880      GO TO SCAN-MULDEF-MASTER-LOOP.
009890  SCAN-MULDEF-MASTER-CLOSE.
009900      CLOSE SYM-MASTER.
009910  SCAN-MULDEF-LEFTOVERS.
009920      PERFORM ROUTE-UNSEEN-MULDEF THRU
009930          ROUTE-UNSEEN-MULDEF-EXIT
009940          VARYING MULDEF-SYM-INDEX FROM 1 BY 1
009950          UNTIL MULDEF-SYM-INDEX IS GREATER THAN
009960              MULDEF-SYM-COUNT.
009970  SCAN-MULDEF-LISTING-EXIT.
009980      EXIT.

009990  ROUTE-UNSEEN-MULDEF.
010000      IF MULDEF-SYM-SEEN (MULDEF-SYM-INDEX) IS EQUAL TO 'Y'
010010          GO TO ROUTE-UNSEEN-MULDEF-EXIT.
010020      MOVE SPACES TO MULDEF-COMPOSER.
010030      MOVE MULDEF-SYM (MULDEF-SYM-INDEX) TO MULC-SYMBOL.
010040      MOVE MULDEF-SYM-DEFINERS (MULDEF-SYM-INDEX) TO
010050          MULC-DEFINERS.
010060      MOVE 'NO DEFINING LINE ON CULSYM.MAS' TO MULC-TEXT.
010070      MOVE SPACES TO ROUTE-ELEMENT.
010080      MOVE SPACES TO ROUTE-PPN.
010090      MOVE 2 TO ROUTE-TYPE.
010100      MOVE MULDEF-COMPOSER TO ROUTE-DETAIL.
010110      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
010120  ROUTE-UNSEEN-MULDEF-EXIT.
010130      EXIT.

010140  SCAN-STANDARD-LISTING.
010150      OPEN INPUT STANDARD-LISTINGS.
010160      IF STANDARD-STATUS IS NOT EQUAL TO '00'
010170          GO TO SCAN-STANDARD-LISTING-EXIT.
010180      MOVE 'Y' TO TYPE-FILE-FOUND (3).
010190  SCAN-STANDARD-LOOP.
010200      READ STANDARD-LISTINGS
010210          AT END GO TO SCAN-STANDARD-CLOSE.
010220      IF STANDARD-SYMBOL-OUT IS NOT GREATER THAN SPACES
010230          GO TO SCAN-STANDARD-LOOP.
010240      MOVE STANDARD-ELEMENT-OUT TO ROUTE-ELEMENT.
010250      MOVE STANDARD-PPN-OUT TO ROUTE-PPN.
010260      MOVE 3 TO ROUTE-TYPE.
010270      MOVE STANDARD-LINE TO ROUTE-DETAIL.
010280      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
010290      GO TO SCAN-STANDARD-LOOP.
010300  SCAN-STANDARD-CLOSE.
010310      CLOSE STANDARD-LISTINGS.
010320  SCAN-STANDARD-LISTING-EXIT.
010330      EXIT.

010340  SCAN-DEADWOOD-LISTING.
010350      OPEN INPUT DEADWOOD-LISTINGS.
010360      IF DEADWOOD-STATUS IS NOT EQUAL TO '00'
010370          GO TO SCAN-DEADWOOD-LISTING-EXIT.
010380      MOVE 'Y' TO TYPE-FILE-FOUND (4).
010390  SCAN-DEADWOOD-LOOP.
010400      READ DEADWOOD-LISTINGS
010410          AT END GO TO SCAN-DEADWOOD-CLOSE.
010420      IF DEADWOOD-ELEMENT-OUT IS NOT GREATER THAN SPACES
010430          GO TO SCAN-DEADWOOD-LOOP.
010440      MOVE DEADWOOD-ELEMENT-OUT TO ROUTE-ELEMENT.
010450      MOVE DEADWOOD-PPN-OUT TO ROUTE-PPN.
010460      MOVE 4 TO ROUTE-TYPE.
010470      MOVE DEADWOOD-LINE TO ROUTE-DETAIL.
010480      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
010490      GO TO SCAN-DEADWOOD-LOOP.
010500  SCAN-DEADWOOD-CLOSE.
010510      CLOSE DEADWOOD-LISTINGS.
010520  SCAN-DEADWOOD-LISTING-EXIT.
010530      EXIT.

010540*  CULRETLST CARRIES A TITLE LINE, OR ONLY A NOTE ON A
010550*  TARGETED RUN; ONLY LINES WITH CULL'S ARCHIVE TEXT ARE
010560*  CANDIDATES.
010570  SCAN-RETIRE-LISTING.
010580      OPEN INPUT RETIRE-LISTINGS.
010590      IF RETIRE-STATUS IS NOT EQUAL TO '00'
010600          GO TO SCAN-RETIRE-LISTING-EXIT.
010610      MOVE 'Y' TO TYPE-FILE-FOUND (5).
010620  SCAN-RETIRE-LOOP.
010630      READ RETIRE-LISTINGS
010640          AT END GO TO SCAN-RETIRE-CLOSE.
010650      IF RETIRE-TEXT-OUT IS NOT EQUAL TO RETIRE-DETAIL-TEXT
010660          GO TO SCAN-RETIRE-LOOP.
010670      MOVE RETIRE-ELEMENT-OUT TO ROUTE-ELEMENT.
010680      MOVE RETIRE-PPN-OUT TO ROUTE-PPN.
010690      MOVE 5 TO ROUTE-TYPE.
010700      MOVE RETIRE-LINE TO ROUTE-DETAIL.
010710      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
010720      GO TO SCAN-RETIRE-LOOP.
010730  SCAN-RETIRE-CLOSE.
010740      CLOSE RETIRE-LISTINGS.
010750  SCAN-RETIRE-LISTING-EXIT.
010760      EXIT.

010770*  A DUPLICATE PAIR CONCERNS BOTH ELEMENTS, SO IT GOES TO
010780*  THE OWNER OF EACH WHEN THE TWO OWNERS DIFFER.
010790  SCAN-DUP-LISTING.
010800      OPEN INPUT DUP-LISTINGS.
010810      IF DUP-STATUS IS NOT EQUAL TO '00'
010820          GO TO SCAN-DUP-LISTING-EXIT.
010830      MOVE 'Y' TO TYPE-FILE-FOUND (6).
010840  SCAN-DUP-LOOP.
010850      READ DUP-LISTINGS
010860          AT END GO TO SCAN-DUP-CLOSE.
010870      IF DUP-TEXT-OUT IS NOT EQUAL TO DUP-DETAIL-TEXT
010880          GO TO SCAN-DUP-LOOP.
010890      MOVE DUP-ELEMENT-1-OUT TO ROUTE-ELEMENT.
010900      MOVE DUP-PPN-1-OUT TO ROUTE-PPN.
010910      MOVE 6 TO ROUTE-TYPE.
010920      MOVE DUP-LINE TO ROUTE-DETAIL.
010930      PERFORM ROUTE-EXCEPTION THRU ROUTE-EXCEPTION-EXIT.
010940      MOVE ROUTE-OWNER TO ROUTE-FIRST-OWNER.
010950      MOVE DUP-ELEMENT-2-OUT TO ROUTE-ELEMENT.
010960      MOVE DUP-PPN-2-OUT TO ROUTE-PPN.
010970      PERFORM FIND-OWNER THRU FIND-OWNER-EXIT.
010980      IF ROUTE-OWNER IS NOT EQUAL TO ROUTE-FIRST-OWNER
010990          PERFORM RELEASE-EXCEPTION THRU
011000              RELEASE-EXCEPTION-EXIT
011010          GO TO SCAN-DUP-LOOP.
011020      IF ROUTE-OWNER IS EQUAL TO UNCLAIMED-OWNER
011030          PERFORM NOTE-UNCLAIMED-ELEMENT THRU
011040              NOTE-UNCLAIMED-ELEMENT-EXIT.
011050      GO TO SCAN-DUP-LOOP.
011060  SCAN-DUP-CLOSE.
011070      CLOSE DUP-LISTINGS.
011080  SCAN-DUP-LISTING-EXIT.
011090      EXIT.

011100* =====================================================
011110*  ROUTE-EXCEPTION -- FINDS THE OWNER OF ROUTE-ELEMENT
011120*  AND RELEASES THE LINE TO THAT OWNER'S PACKAGE.
011130* =====================================================
011140  ROUTE-EXCEPTION.
011150      PERFORM FIND-OWNER THRU FIND-OWNER-EXIT.
011160      PERFORM RELEASE-EXCEPTION THRU RELEASE-EXCEPTION-EXIT.
011170  ROUTE-EXCEPTION-EXIT.
011180      EXIT.

011190  RELEASE-EXCEPTION.
011200      ADD 1 TO OWNER-TYPE-COUNT (ROUTE-OWNER, ROUTE-TYPE).
011210      ADD 1 TO OWNER-TOTAL (ROUTE-OWNER).
011220      IF ROUTE-OWNER IS EQUAL TO UNCLAIMED-OWNER
011230          PERFORM NOTE-UNCLAIMED-ELEMENT THRU
011240              NOTE-UNCLAIMED-ELEMENT-EXIT.
011250      ADD 1 TO ROUTE-SEQ.
011260      MOVE ROUTE-OWNER TO DSTS-OWNER.
011270      MOVE ROUTE-TYPE TO DSTS-TYPE.
011280      MOVE ROUTE-SEQ TO DSTS-SEQ.
011290      MOVE ROUTE-DETAIL TO DSTS-DETAIL.
011300      RELEASE SORT-LINE.
011310  RELEASE-EXCEPTION-EXIT.
011320      EXIT.

011330* =====================================================
011340*  FIND-OWNER -- THE HIGHEST-RANKING CLAIM ON THE
011350*  ELEMENT WINS (SEE CLAIM-TABLE).  NO CLAIM AT ALL
011360*  MEANS THE *NONE* PACKAGE.
011370* =====================================================
011380  FIND-OWNER.
011390      MOVE UNCLAIMED-OWNER TO ROUTE-OWNER.
011400      MOVE ZERO TO ROUTE-BEST-RANK.
011410      PERFORM TEST-ONE-CLAIM THRU TEST-ONE-CLAIM-EXIT
011420          VARYING CLAIM-INDEX FROM 1 BY 1
011430          UNTIL CLAIM-INDEX IS GREATER THAN CLAIM-COUNT.
011440  FIND-OWNER-EXIT.
011450      EXIT.

011460  TEST-ONE-CLAIM.
011470      IF CLAIM-RANK (CLAIM-INDEX) IS NOT GREATER THAN
011480              ROUTE-BEST-RANK
011490          GO TO TEST-ONE-CLAIM-EXIT.
011500      IF CLAIM-KIND (CLAIM-INDEX) IS EQUAL TO 'P'
011510          GO TO TEST-ONE-CLAIM-PPN.
011520      IF ROUTE-ELEMENT IS NOT GREATER THAN SPACES
011530          GO TO TEST-ONE-CLAIM-EXIT.
011540      IF CLAIM-KIND (CLAIM-INDEX) IS EQUAL TO 'X'
011550          GO TO TEST-ONE-CLAIM-PREFIX.
011560      IF CLAIM-VALUE (CLAIM-INDEX) IS EQUAL TO ROUTE-ELEMENT
011570          PERFORM TAKE-CLAIM THRU TAKE-CLAIM-EXIT.
011580      GO TO TEST-ONE-CLAIM-EXIT.
011590  TEST-ONE-CLAIM-PREFIX.
011600      MOVE 'N' TO PREFIX-MISS-SWITCH.
011610      PERFORM TEST-ONE-PREFIX-CHAR THRU
011620          TEST-ONE-PREFIX-CHAR-EXIT
011630          VARYING MATCH-CHAR-INDEX FROM 1 BY 1
011640          UNTIL MATCH-CHAR-INDEX IS GREATER THAN 6.
011650      IF NOT PREFIX-MISSED
011660          PERFORM TAKE-CLAIM THRU TAKE-CLAIM-EXIT.
011670      GO TO TEST-ONE-CLAIM-EXIT.
011680  TEST-ONE-CLAIM-PPN.
011690      IF ROUTE-PPN IS NOT GREATER THAN SPACES
011700          GO TO TEST-ONE-CLAIM-EXIT.
011710      IF CLAIM-VALUE (CLAIM-INDEX) IS EQUAL TO ROUTE-PPN
011720          PERFORM TAKE-CLAIM THRU TAKE-CLAIM-EXIT.
011730  TEST-ONE-CLAIM-EXIT.
011740      EXIT.

011750  TEST-ONE-PREFIX-CHAR.
011760      IF CLAIM-CHAR (CLAIM-INDEX, MATCH-CHAR-INDEX) IS
011770              EQUAL TO SPACE
011780          GO TO TEST-ONE-PREFIX-CHAR-EXIT.
011790      IF CLAIM-CHAR (CLAIM-INDEX, MATCH-CHAR-INDEX) IS
011800              NOT EQUAL TO
011810          ROUTE-ELEMENT-CHAR (MATCH-CHAR-INDEX)
011820          MOVE 'Y' TO PREFIX-MISS-SWITCH.
011830  TEST-ONE-PREFIX-CHAR-EXIT.
011840      EXIT.

011850  TAKE-CLAIM.
011860      MOVE CLAIM-OWNER (CLAIM-INDEX) TO ROUTE-OWNER.
011870      MOVE CLAIM-RANK (CLAIM-INDEX) TO ROUTE-BEST-RANK.
011880  TAKE-CLAIM-EXIT.
011890      EXIT.

011900* =====================================================
011910*  NOTE-UNCLAIMED-ELEMENT -- TALLIES AN UNCLAIMED
011920*  EXCEPTION AGAINST ITS ELEMENT FOR THE *NONE* COVER.
011930* =====================================================
011940  NOTE-UNCLAIMED-ELEMENT.
011950      MOVE ZERO TO UNCL-FOUND-INDEX.
011960      PERFORM FIND-ONE-UNCLAIMED THRU
011970          FIND-ONE-UNCLAIMED-EXIT
011980          VARYING UNCL-INDEX FROM 1 BY 1
011990          UNTIL UNCL-INDEX IS GREATER THAN UNCL-COUNT.
012000      IF UNCL-FOUND-INDEX IS NOT EQUAL TO ZERO
012010          GO TO NOTE-UNCLAIMED-COUNT.
012020      IF UNCL-COUNT IS EQUAL TO 500
012030          IF NOT UNCLAIMED-TABLE-FULL
012040              MOVE 'Y' TO UNCL-FULL-SWITCH
012050              DISPLAY 'CULDST: MORE THAN 500 UNCLAIMED'
012060                  ' ELEMENTS -- REST NOT LISTED.'.
012070      IF UNCL-COUNT IS EQUAL TO 500
012080          GO TO NOTE-UNCLAIMED-ELEMENT-EXIT.
012090      ADD 1 TO UNCL-COUNT.
012100      MOVE UNCL-COUNT TO UNCL-FOUND-INDEX.
012110      MOVE ROUTE-ELEMENT TO UNCL-ELEMENT (UNCL-COUNT).
012120      MOVE ROUTE-PPN TO UNCL-PPN (UNCL-COUNT).
012130      MOVE ZERO TO UNCL-TOTAL (UNCL-COUNT).
012140      PERFORM CLEAR-ONE-UNCLAIMED-COUNT THRU
012150          CLEAR-ONE-UNCLAIMED-COUNT-EXIT
012160          VARYING UNCL-TYPE-INDEX FROM 1 BY 1
012170          UNTIL UNCL-TYPE-INDEX IS GREATER THAN 6.
012180  NOTE-UNCLAIMED-COUNT.
012190      ADD 1 TO UNCL-TYPE-COUNT (UNCL-FOUND-INDEX,
012200          ROUTE-TYPE).
012210      ADD 1 TO UNCL-TOTAL (UNCL-FOUND-INDEX).
012220  NOTE-UNCLAIMED-ELEMENT-EXIT.
012230      EXIT.

012240  FIND-ONE-UNCLAIMED.
012250      IF UNCL-ELEMENT (UNCL-INDEX) IS EQUAL TO
012260              ROUTE-ELEMENT AND
012270          UNCL-PPN (UNCL-INDEX) IS EQUAL TO ROUTE-PPN
012280          MOVE UNCL-INDEX TO UNCL-FOUND-INDEX.
012290  FIND-ONE-UNCLAIMED-EXIT.
012300      EXIT.

012310  CLEAR-ONE-UNCLAIMED-COUNT.
012320      MOVE ZERO TO UNCL-TYPE-COUNT (UNCL-COUNT,
012330          UNCL-TYPE-INDEX).
012340  CLEAR-ONE-UNCLAIMED-COUNT-EXIT.
012350      EXIT.
012360  DIST-INPUT-END.
012370* EXCEPTION SORT NOW PROCEEDS.

012380* =====================================================
012390*  DIST-PRINT-SECTION -- PRINTS THE SORTED EXCEPTIONS
012400*  AS ONE PACKAGE PER OWNER: A COVER SHEET, THEN ONE
012410*  SECTION PER EXCEPTION TYPE, EACH ON A NEW PAGE.  THE
012420*  ROUTING SUMMARY FOLLOWS THE LAST PACKAGE.
012430* =====================================================
012440  DIST-PRINT-SECTION SECTION.
012450  BEGIN-DIST-PRINT.
012460      DISPLAY 'EXCEPTION SORT COMPLETE.  PRINTING.'.
012470      MOVE ZERO TO CURRENT-OWNER.
012480      MOVE ZERO TO CURRENT-TYPE.
012490  DIST-PRINT-LOOP.
012500      RETURN SORT-FILE RECORD;
012510          AT END GO TO DIST-PRINT-END.
012520      IF DSTS-OWNER IS NOT EQUAL TO CURRENT-OWNER
012530          MOVE DSTS-OWNER TO CURRENT-OWNER
012540          MOVE ZERO TO CURRENT-TYPE
012550          PERFORM PRINT-COVER-SHEET THRU
012560              PRINT-COVER-SHEET-EXIT.
012570      IF DSTS-TYPE IS NOT EQUAL TO CURRENT-TYPE
012580          MOVE DSTS-TYPE TO CURRENT-TYPE
012590          MOVE TYPE-COLUMNS (CURRENT-TYPE) TO SECTION-TITLE
012600          MOVE 99 TO DIST-LINE-COUNT.
012610      IF DIST-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
012620          PERFORM DIST-PAGE-HEAD THRU DIST-PAGE-HEAD-EXIT.
012630      WRITE DIST-LINE FROM DSTS-DETAIL
012640          AFTER ADVANCING 1 LINE.
012650      ADD 1 TO DIST-LINE-COUNT.
012660      GO TO DIST-PRINT-LOOP.

012670* =====================================================
012680*  PRINT-COVER-SHEET -- FIRST PAGE OF A PACKAGE: THE
012690*  OWNER, THE CONTACT, AND THE COUNTS BY EXCEPTION
012700*  TYPE.  THE *NONE* COVER GOES ON TO LIST THE ELEMENTS
012710*  NO CARD CLAIMS.
012720* =====================================================
012730  PRINT-COVER-SHEET.
012740      ADD 1 TO PACKAGE-COUNT.
012750      MOVE ZERO TO DIST-PAGE-COUNT.
012760      MOVE SPACES TO SECTION-NAME.
012770      STRING 'PACKAGE FOR '
012780          OWNER-GROUP (CURRENT-OWNER)
012790          DELIMITED BY SIZE INTO SECTION-NAME.
012800      MOVE COVER-TITLES TO SECTION-TITLE.
012810      MOVE 99 TO DIST-LINE-COUNT.
012820      PERFORM DIST-PAGE-HEAD THRU DIST-PAGE-HEAD-EXIT.
012830      PERFORM WRITE-COVER-COUNT THRU WRITE-COVER-COUNT-EXIT
012840          VARYING TYPE-INDEX FROM 1 BY 1
012850          UNTIL TYPE-INDEX IS GREATER THAN 6.
012860      MOVE SPACES TO COVER-COMPOSER.
012870      MOVE 'TOTAL EXCEPTIONS' TO COVER-TITLE-OUT.
012880      MOVE OWNER-TOTAL (CURRENT-OWNER) TO COVER-COUNT-OUT.
012890      WRITE DIST-LINE FROM COVER-COMPOSER
012900          AFTER ADVANCING 2 LINES.
012910      MOVE SPACES TO DIST-LINE.
012920      STRING 'OWNER    ' OWNER-GROUP (CURRENT-OWNER)
012930          DELIMITED BY SIZE INTO DIST-LINE.
012940      WRITE DIST-LINE AFTER ADVANCING 3 LINES.
012950      MOVE SPACES TO DIST-LINE.
012960      STRING 'CONTACT  ' OWNER-CONTACT (CURRENT-OWNER)
012970          DELIMITED BY SIZE INTO DIST-LINE.
012980      WRITE DIST-LINE AFTER ADVANCING 1 LINE.
012990      ADD 12 TO DIST-LINE-COUNT.
013000      IF CURRENT-OWNER IS NOT EQUAL TO UNCLAIMED-OWNER
013010          GO TO PRINT-COVER-SHEET-EXIT.
013020      MOVE 'ELEMENTS NO OWNER CLAIMS' TO DIST-LINE.
013030      WRITE DIST-LINE AFTER ADVANCING 3 LINES.
013040      MOVE UNCLAIMED-TITLES TO SECTION-TITLE.
013050      WRITE DIST-LINE FROM SECTION-TITLE
013060          AFTER ADVANCING 2 LINES.
013070      MOVE SPACES TO DIST-LINE.
013080      WRITE DIST-LINE AFTER ADVANCING 1 LINE.
013090      ADD 6 TO DIST-LINE-COUNT.
013100      PERFORM WRITE-UNCLAIMED-ELEMENT THRU
013110          WRITE-UNCLAIMED-ELEMENT-EXIT
013120          VARYING UNCL-INDEX FROM 1 BY 1
013130          UNTIL UNCL-INDEX IS GREATER THAN UNCL-COUNT.
013140  PRINT-COVER-SHEET-EXIT.
013150      EXIT.

013160  WRITE-COVER-COUNT.
013170      MOVE SPACES TO COVER-COMPOSER.
013180      MOVE TYPE-TITLE (TYPE-INDEX) TO COVER-TITLE-OUT.
013190      MOVE OWNER-TYPE-COUNT (CURRENT-OWNER, TYPE-INDEX) TO
013200          COVER-COUNT-OUT.
013210      WRITE DIST-LINE FROM COVER-COMPOSER
013220          AFTER ADVANCING 1 LINE.
013230  WRITE-COVER-COUNT-EXIT.
013240      EXIT.

013250  WRITE-UNCLAIMED-ELEMENT.
013260      IF DIST-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
013270          PERFORM DIST-PAGE-HEAD THRU DIST-PAGE-HEAD-EXIT.
013280      MOVE SPACES TO COUNTS-COMPOSER.
013290      MOVE UNCL-ELEMENT (UNCL-INDEX) TO COUNTS-KEY-1-OUT.
013300      MOVE UNCL-PPN (UNCL-INDEX) TO COUNTS-KEY-2-OUT.
013310      PERFORM MOVE-UNCLAIMED-COUNT THRU
013320          MOVE-UNCLAIMED-COUNT-EXIT
013330          VARYING TYPE-INDEX FROM 1 BY 1
013340          UNTIL TYPE-INDEX IS GREATER THAN 6.
013350      MOVE UNCL-TOTAL (UNCL-INDEX) TO COUNTS-TOTAL-OUT.
013360      WRITE DIST-LINE FROM COUNTS-COMPOSER
013370          AFTER ADVANCING 1 LINE.
013380      ADD 1 TO DIST-LINE-COUNT.
013390  WRITE-UNCLAIMED-ELEMENT-EXIT.
013400      EXIT.
013410  MOVE-UNCLAIMED-COUNT.
013420      MOVE UNCL-TYPE-COUNT (UNCL-INDEX, TYPE-INDEX) TO
013430          COUNTS-TYPE-VALUE (TYPE-INDEX).
013440  MOVE-UNCLAIMED-COUNT-EXIT.
013450      EXIT.

013460  DIST-PAGE-HEAD.
013470      ADD 1 TO DIST-PAGE-COUNT.
013480      MOVE SECTION-NAME TO HEADING-1-TITLE.
013490      MOVE DIST-PAGE-COUNT TO HEADING-1-PAGE.
013500      WRITE DIST-LINE FROM HEADING-1
013510          AFTER ADVANCING PAGE.
013520      WRITE DIST-LINE FROM SECTION-TITLE
013530          AFTER ADVANCING 2 LINES.
013540      MOVE SPACES TO DIST-LINE.
013550      WRITE DIST-LINE AFTER ADVANCING 1 LINE.
013560      MOVE ZERO TO DIST-LINE-COUNT.
013570  DIST-PAGE-HEAD-EXIT.
013580      EXIT.

013590* =====================================================
013600*  PRINT-ROUTING-SUMMARY -- ONE PAGE FOR OPERATIONS:
013610*  HOW MANY EXCEPTIONS OF EACH TYPE WENT TO EACH OWNER,
013620*  THE *NONE* PACKAGE, THE TOTALS, AND WHICH LISTINGS
013630*  WERE NOT THERE TO READ.
013640* =====================================================
013650  PRINT-ROUTING-SUMMARY.
013660      MOVE ZERO TO DIST-PAGE-COUNT.
013670      MOVE 'ROUTING SUMMARY' TO SECTION-NAME.
013680      MOVE SUMMARY-TITLES TO SECTION-TITLE.
013690      MOVE 99 TO DIST-LINE-COUNT.
013700      MOVE ZERO TO GRAND-TOTAL.
013710      PERFORM CLEAR-ONE-GRAND-COUNT THRU
013720          CLEAR-ONE-GRAND-COUNT-EXIT
013730          VARYING TYPE-INDEX FROM 1 BY 1
013740          UNTIL TYPE-INDEX IS GREATER THAN 6.
013750      PERFORM WRITE-SUMMARY-OWNER THRU
013760          WRITE-SUMMARY-OWNER-EXIT
013770          VARYING OWNER-INDEX FROM 1 BY 1
013780          UNTIL OWNER-INDEX IS GREATER THAN OWNER-COUNT.
013790      MOVE UNCLAIMED-OWNER TO OWNER-INDEX.
013800      PERFORM WRITE-SUMMARY-OWNER THRU
013810          WRITE-SUMMARY-OWNER-EXIT.
013820      MOVE SPACES TO COUNTS-COMPOSER.
013830      MOVE 'TOTAL' TO COUNTS-KEY-1-OUT.
013840      PERFORM MOVE-GRAND-COUNT THRU MOVE-GRAND-COUNT-EXIT
013850          VARYING TYPE-INDEX FROM 1 BY 1
013860          UNTIL TYPE-INDEX IS GREATER THAN 6.
013870      MOVE GRAND-TOTAL TO COUNTS-TOTAL-OUT.
013880      WRITE DIST-LINE FROM COUNTS-COMPOSER
013890          AFTER ADVANCING 2 LINES.
013900      MOVE SPACES TO DIST-LINE.
013910      WRITE DIST-LINE AFTER ADVANCING 1 LINE.
013920      ADD 3 TO DIST-LINE-COUNT.
013930      PERFORM WRITE-SUMMARY-MISSING THRU
013940          WRITE-SUMMARY-MISSING-EXIT
013950          VARYING TYPE-INDEX FROM 1 BY 1
013960          UNTIL TYPE-INDEX IS GREATER THAN 6.
013970      IF CLAIM-COUNT IS EQUAL TO ZERO
013980          MOVE 'NO CLAIMS ON CULOWN.DAT' TO DIST-LINE
013990          WRITE DIST-LINE AFTER ADVANCING 1 LINE.
014000  PRINT-ROUTING-SUMMARY-EXIT.
014010      EXIT.

014020  CLEAR-ONE-GRAND-COUNT.
014030      MOVE ZERO TO GRAND-TYPE-COUNT (TYPE-INDEX).
014040  CLEAR-ONE-GRAND-COUNT-EXIT.
014050      EXIT.

014060  WRITE-SUMMARY-OWNER.
014070      IF DIST-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
014080          PERFORM DIST-PAGE-HEAD THRU DIST-PAGE-HEAD-EXIT.
014090      MOVE SPACES TO COUNTS-COMPOSER.
014100      MOVE OWNER-GROUP (OWNER-INDEX) TO COUNTS-KEY-1-OUT.
014110      MOVE OWNER-CONTACT (OWNER-INDEX) TO COUNTS-KEY-2-OUT.
014120      PERFORM MOVE-OWNER-COUNT THRU MOVE-OWNER-COUNT-EXIT
014130          VARYING TYPE-INDEX FROM 1 BY 1
014140          UNTIL TYPE-INDEX IS GREATER THAN 6.
014150      MOVE OWNER-TOTAL (OWNER-INDEX) TO COUNTS-TOTAL-OUT.
014160      ADD OWNER-TOTAL (OWNER-INDEX) TO GRAND-TOTAL.
014170      WRITE DIST-LINE FROM COUNTS-COMPOSER
014180          AFTER ADVANCING 1 LINE.
014190      ADD 1 TO DIST-LINE-COUNT.
014200  WRITE-SUMMARY-OWNER-EXIT.
014210      EXIT.
014220  MOVE-OWNER-COUNT.
014230      MOVE OWNER-TYPE-COUNT (OWNER-INDEX, TYPE-INDEX) TO
014240          COUNTS-TYPE-VALUE (TYPE-INDEX).
014250      ADD OWNER-TYPE-COUNT (OWNER-INDEX, TYPE-INDEX) TO
014260          GRAND-TYPE-COUNT (TYPE-INDEX).
014270  MOVE-OWNER-COUNT-EXIT.
014280      EXIT.
014290  MOVE-GRAND-COUNT.
014300      MOVE GRAND-TYPE-COUNT (TYPE-INDEX) TO
014310          COUNTS-TYPE-VALUE (TYPE-INDEX).
014320  MOVE-GRAND-COUNT-EXIT.
014330      EXIT.

014340  WRITE-SUMMARY-MISSING.
014350      IF TYPE-FILE-FOUND (TYPE-INDEX) IS EQUAL TO 'Y'
014360          GO TO WRITE-SUMMARY-MISSING-EXIT.
014370      MOVE SPACES TO DIST-LINE.
014380      STRING TYPE-FILE-NAME (TYPE-INDEX)
014390          ' NOT FOUND -- NOTHING ROUTED FROM IT'
014400          DELIMITED BY SIZE INTO DIST-LINE.
014410      WRITE DIST-LINE AFTER ADVANCING 1 LINE.
014420      ADD 1 TO DIST-LINE-COUNT.
014430  WRITE-SUMMARY-MISSING-EXIT.
014440      EXIT.
014450  DIST-PRINT-END.
014460      PERFORM PRINT-ROUTING-SUMMARY THRU
014470          PRINT-ROUTING-SUMMARY-EXIT.
014480* EXCEPTION DISTRIBUTION COMPLETE.
