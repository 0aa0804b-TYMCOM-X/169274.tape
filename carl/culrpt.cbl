000440      WITH THE PROGRAM NAME, RUN DATE AND TIME, COLUMN
000450      TITLES, AND A PAGE NUMBER, WITH REPEATED KEYS
000460      SUPPRESSED AS ON THE FULL REPORTS.
000470      IN THE BY-SYMBOL SECTION A SYMBOL THAT HAS AN
000480      ENTRY IN THE GLOBAL SYMBOL DICTIONARY (CULDIC.MAS,
000490      KEPT WITH THE CULDIC PROGRAM) IS HEADED BY A LINE
000500      GIVING ITS ONE-LINE DESCRIPTION NEXT TO THE SYMBOL.

000510      RUN CULL FIRST: CULRPT ONLY READS WHAT THE LAST
000520      FULL SWEEP BANKED, AND SAYS SO IF A MASTER IS
000530      MISSING.  EVERY PAGE HEADING CARRIES THE CULL
000540      GENERATION AND RUN DATE OF THE MASTERS, AS THE
000550      CULCTL.DAT RUN CONTROL RECORD GIVES THEM, AND
000560      CULRPT PRINTS NOTHING FROM A SET THAT CULL LEFT
000570      PART WAY THROUGH ITS COMMIT OR WHOSE MASTERS ARE
000580      NOT BOTH OF THAT GENERATION.

000590      MODIFICATION HISTORY.
000600      02 SEP 26  RTL  ORIGINAL.
000610      15 OCT 26  RTL  CULL GENERATION AND RUN DATE ON
000620                      EVERY PAGE; REFUSE A TORN OR MIXED
000630                      SET.
000640      15 OCT 26  RTL  DICTIONARY DESCRIPTION AT THE HEAD OF
000650                      EACH SYMBOL IN THE BY-SYMBOL SLICE.

000660  ENVIRONMENT DIVISION.
000670  CONFIGURATION SECTION.
000680  SOURCE-COMPUTER.  DECSYSTEM-10.
000690  OBJECT-COMPUTER.  DECSYSTEM-10.
000700  INPUT-OUTPUT SECTION.
000710  FILE-CONTROL.
000720      SELECT SYM-MASTER ASSIGN TO DSK
000730          ORGANIZATION IS INDEXED
000740          ACCESS MODE IS SEQUENTIAL
000750          RECORD KEY IS SYMQ-KEY
000760          FILE STATUS IS SYM-MASTER-STATUS.
000770      SELECT ELEM-MASTER ASSIGN TO DSK
000780          ORGANIZATION IS INDEXED
000790          ACCESS MODE IS SEQUENTIAL
000800          RECORD KEY IS ELEMQ-KEY
000810          FILE STATUS IS ELEM-MASTER-STATUS.
000820      SELECT DICT-MASTER ASSIGN TO DSK
000830          ORGANIZATION IS INDEXED
000840          ACCESS MODE IS RANDOM
000850          RECORD KEY IS DICT-SYMBOL
000860          FILE STATUS IS DICT-MASTER-STATUS.
000870      SELECT RUN-CONTROL ASSIGN TO DSK
000880          ACCESS MODE IS SEQUENTIAL
000890          RECORDING MODE IS ASCII
000900          FILE STATUS IS RUN-CONTROL-STATUS.
000910      SELECT REPORT-LISTINGS ASSIGN TO DSK
000920          ACCESS MODE IS SEQUENTIAL
000930          RECORDING MODE IS ASCII.
000940      SELECT SELECT-DECK ASSIGN TO DSK
000950          ACCESS MODE IS SEQUENTIAL
000960          RECORDING MODE IS ASCII
000970          FILE STATUS IS SELECT-DECK-STATUS.
000980      SELECT SELECTED-FILE-LIST ASSIGN TO DSK
000990          ACCESS MODE IS SEQUENTIAL
001000          RECORDING MODE IS ASCII
001010          FILE STATUS IS SELECT-FILE-STATUS.

001020  DATA DIVISION.
001030  FILE SECTION.
001040  FD SYM-MASTER LABEL RECORDS ARE STANDARD
001050      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
001060      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
001070  01 SYM-MASTER-RECORD.
001080      02 SYMQ-KEY.
001090          03 SYMQ-SYMBOL PICTURE X(6).
001100          03 SYMQ-SEQ PICTURE 9(4).
001110      02 SYMQ-ELEMENT PICTURE X(6).
001120      02 SYMQ-PPN PICTURE X(6).
001130      02 SYMQ-EXTENS PICTURE X(3).
001140      02 SYMQ-DEFN-FLAG PICTURE X(1).
001150      02 SYMQ-REFS PICTURE X(120).
001160* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
001170  01 SYM-STAMP-RECORD.
001180      02 FILLER PICTURE X(26).
001190      02 SYMS-GENERATION PICTURE 9(6).
001200      02 FILLER PICTURE X(114).
001210  FD ELEM-MASTER LABEL RECORDS ARE STANDARD
001220      VALUE OF IDENTIFICATION IS ELEM-MASTER-NAME
001230      DATA RECORDS ARE ELEM-MASTER-RECORD,
001240          ELEM-STAMP-RECORD.
001250  01 ELEM-MASTER-RECORD.
001260      02 ELEMQ-KEY.
001270          03 ELEMQ-ELEMENT PICTURE X(6).
001280          03 ELEMQ-SEQ PICTURE 9(4).
001290      02 ELEMQ-SYMBOL PICTURE X(6).
001300      02 ELEMQ-PPN PICTURE X(6).
001310      02 ELEMQ-EXTENS PICTURE X(3).
001320      02 ELEMQ-DEFN-FLAG PICTURE X(1).
001330      02 ELEMQ-REFS PICTURE X(120).
001340  01 ELEM-STAMP-RECORD.
001350      02 FILLER PICTURE X(26).
001360      02 ELEMS-GENERATION PICTURE 9(6).
001370      02 FILLER PICTURE X(114).
001380* THE GLOBAL SYMBOL DICTIONARY (SEE CULDIC).
001390  FD DICT-MASTER LABEL RECORDS ARE STANDARD
001400      VALUE OF IDENTIFICATION IS DICT-MASTER-NAME
001410      DATA RECORDS ARE DICT-RECORD.
001420  01 DICT-RECORD.
001430      02 DICT-SYMBOL PICTURE X(6).
001440      02 DICT-OWNER PICTURE X(6).
001450      02 DICT-MAINT-DATE.
001460          03 DICT-MAINT-YY PICTURE X(2).
001470          03 DICT-MAINT-MM PICTURE X(2).
001480          03 DICT-MAINT-DD PICTURE X(2).
001490      02 DICT-MAINT-BY PICTURE X(12).
001500      02 DICT-DESCRIPTION PICTURE X(60).
001510* THE CULL RUN CONTROL RECORD (SEE CULL).
001520  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001530      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001540      DATA RECORDS ARE RUN-CONTROL-LINE.
001550  01 RUN-CONTROL-LINE.
001560      02 CTL-GENERATION PICTURE 9(6).
001570      02 FILLER PICTURE X(1).
001580      02 CTL-RUN-DATE.
001590          03 CTL-RUN-YY PICTURE X(2).
001600          03 CTL-RUN-MM PICTURE X(2).
001610          03 CTL-RUN-DD PICTURE X(2).
001620      02 FILLER PICTURE X(1).
001630      02 CTL-RUN-TIME.
001640          03 CTL-RUN-HH PICTURE X(2).
001650          03 CTL-RUN-MIN PICTURE X(2).
001660      02 FILLER PICTURE X(1).
001670      02 CTL-STATE PICTURE X(1).
001680      02 FILLER PICTURE X(1).
001690      02 CTL-PPNS PICTURE X(56).
001700      02 CTL-EXTS PICTURE X(16).
001710  FD REPORT-LISTINGS LABEL RECORDS ARE STANDARD
001720      VALUE OF IDENTIFICATION IS REPORT-LISTING-NAME
001730      DATA RECORDS ARE REPORT-LINE.
001740  01 REPORT-LINE PICTURE X(145).
001750  FD SELECT-DECK LABEL RECORDS ARE STANDARD
001760      VALUE OF IDENTIFICATION IS SELECT-DECK-NAME
001770      DATA RECORDS ARE DECK-LINE.
001780  01 DECK-LINE.
001790      02 DECK-KEYWORD PICTURE X(8).
001800      02 DECK-VALUE PICTURE X(72).
001810  FD SELECTED-FILE-LIST LABEL RECORDS ARE STANDARD
001820      VALUE OF IDENTIFICATION IS SELECTED-FILE-LIST-NAME
001830      DATA RECORDS ARE SELECTED-FILE-LINE.
001840  01 SELECTED-FILE-LINE.
001850      02 SELECTED-FILE-NAME PICTURE X(6).

001860  WORKING-STORAGE SECTION.
001870  77 SYM-MASTER-NAME PICTURE X(9)
001880      VALUE IS 'CULSYMMAS'.
001890  77 SYM-MASTER-STATUS PICTURE X(2).
001900  77 ELEM-MASTER-NAME PICTURE X(9)
001910      VALUE IS 'CULELEMAS'.
001920  77 ELEM-MASTER-STATUS PICTURE X(2).
001930  77 DICT-MASTER-NAME PICTURE X(9)
001940      VALUE IS 'CULDICMAS'.
001950  77 DICT-MASTER-STATUS PICTURE X(2).
001960  77 DICT-OPEN-SWITCH PICTURE X(1) VALUE IS 'N'.
001970      88 DICT-OPEN VALUE IS 'Y'.
001980  77 RUN-CONTROL-NAME PICTURE X(9)
001990      VALUE IS 'CULCTLDAT'.
002000  77 RUN-CONTROL-STATUS PICTURE X(2).
002010  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
002020  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
002030      88 SET-REFUSED VALUE IS 'Y'.
002040  77 STAMP-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
002050      88 STAMP-MATCHED VALUE IS 'Y'.
002060  77 REPORT-LISTING-NAME PICTURE X(9)
002070      VALUE IS 'CULRPTLST'.
002080  77 SELECT-DECK-NAME PICTURE X(9)
002090      VALUE IS 'CULRPTDAT'.
002100  77 SELECT-DECK-STATUS PICTURE X(2).
002110  77 SELECTED-FILE-LIST-NAME PICTURE X(9)
002120      VALUE IS 'CULSELLST'.
002130  77 SELECT-FILE-STATUS PICTURE X(2).

002140*  THE SELECTIONS READ FROM THE DECK.  A PREFIX ENTRY
002150*  KEEPS ITS VALUE LEFT-JUSTIFIED; TRAILING BLANKS
002160*  MATCH ANYTHING.
002170  01 SYMBOL-SEL-TABLE.
002180      02 SYMBOL-SEL-ENTRY PICTURE X(6) OCCURS 50 TIMES.
002190  77 SYMBOL-SEL-COUNT PICTURE 9(2) VALUE IS ZERO.
002200  77 SYMBOL-SEL-INDEX PICTURE 9(2).
002210  01 PREFIX-SEL-TABLE.
002220      02 PREFIX-SEL-ENTRY OCCURS 50 TIMES.
002230          03 PREFIX-SEL-CHAR PICTURE X(1) OCCURS 6 TIMES.
002240  77 PREFIX-SEL-COUNT PICTURE 9(2) VALUE IS ZERO.
002250  77 PREFIX-SEL-INDEX PICTURE 9(2).
002260  01 PPN-SEL-TABLE.
002270      02 PPN-SEL-ENTRY PICTURE X(6) OCCURS 8 TIMES.
002280  77 PPN-SEL-COUNT PICTURE 9(2) VALUE IS ZERO.
002290  77 PPN-SEL-INDEX PICTURE 9(2).
002300  01 ELEMENT-SEL-TABLE.
002310      02 ELEMENT-SEL-ENTRY PICTURE X(6) OCCURS 200 TIMES.
002320  77 ELEMENT-SEL-COUNT PICTURE 9(3) VALUE IS ZERO.
002330  77 ELEMENT-SEL-INDEX PICTURE 9(3).
002340  77 CARD-COUNT PICTURE 9(4) VALUE IS ZERO.
002350  77 SELECT-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
002360      88 SELECT-MATCHED VALUE IS 'Y'.
002370  77 PREFIX-MISS-SWITCH PICTURE X(1) VALUE IS 'N'.
002380      88 PREFIX-MISSED VALUE IS 'Y'.
002390  01 MATCH-SYMBOL-WORK.
002400      02 MATCH-SYMBOL-CHAR PICTURE X(1) OCCURS 6 TIMES.
002410  77 MATCH-CHAR-INDEX PICTURE 9(1).

002420*  OCTAL PPN CARDS ARE CONVERTED TO THE SIXBIT FORM THE
002430*  MASTERS CARRY, EXACTLY AS CULL CONVERTS ITS CULPARAM
002440*  PPN CARDS.
002450  01 DECK-VALUE-WORK.
002460      02 DECK-SYMBOL-VALUE PICTURE X(6).
002470      02 FILLER PICTURE X(66).
002480  01 DECK-VALUE-CHARS REDEFINES DECK-VALUE-WORK.
002490      02 DECK-VALUE-CHAR PICTURE X(1) OCCURS 72 TIMES.
002500  77 DECK-SCAN-INDEX PICTURE 9(2).
002510  77 DECK-OCTAL-PROJ PICTURE 9(6).
002520  77 DECK-OCTAL-PROG PICTURE 9(6).
002530  77 DECK-CARD-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
002540      88 DECK-CARD-BAD VALUE IS 'Y'.
002550  77 DECK-COMMA-SWITCH PICTURE X(1) VALUE IS 'N'.
002560      88 DECK-COMMA-SEEN VALUE IS 'Y'.
002570  01 DECK-DIGIT-WORK.
002580      02 DECK-DIGIT-X PICTURE X(1).
002590  01 DECK-DIGIT-RED REDEFINES DECK-DIGIT-WORK.
002600      02 DECK-DIGIT-9 PICTURE 9(1).
002610  01 SIXBIT-CHAR-SET-VALUES.
002620      02 FILLER PICTURE X(32) VALUE IS
002630          ' !"#$%&''()*+,-./0123456789:;<=>?'.
002640      02 FILLER PICTURE X(32) VALUE IS
002650          '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
002660  01 SIXBIT-CHAR-SET REDEFINES SIXBIT-CHAR-SET-VALUES.
002670      02 SIXBIT-CHAR PICTURE X(1) OCCURS 64 TIMES.
002680  77 SIXBIT-WORK PICTURE 9(6).
002690  77 SIXBIT-QUOT PICTURE 9(6).
002700  77 SIXBIT-CODE PICTURE 9(2).
002710  01 PPN-SIXBIT-WORK.
002720      02 PPN-SIXBIT-CHAR PICTURE X(1) OCCURS 6 TIMES.
002730  77 PPN-CHAR-INDEX PICTURE 9(1).

002740*  LPT PAGE CONTROL, AS ON COMBINLST AND ELEMENLST.
002750  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
002760  77 RPT-LINE-COUNT PICTURE 9(2) VALUE IS 99.
002770  77 RPT-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
002780  01 HEADING-1.
002790      02 FILLER PICTURE X(6) VALUE IS 'CULRPT'.
002800      02 HEADING-1-TITLE PICTURE X(27).
002810      02 FILLER PICTURE XX VALUE IS '  '.
002820      02 HEADING-1-DATE PICTURE X(8).
002830      02 FILLER PICTURE XX VALUE IS '  '.
002840      02 HEADING-1-TIME PICTURE X(5).
002850      02 FILLER PICTURE XX VALUE IS '  '.
002860      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
002870      02 HEADING-1-PAGE PICTURE ZZZ9.
002880      02 FILLER PICTURE X(11) VALUE IS '  CULL GEN '.
002890      02 HEADING-1-GEN PICTURE ZZZZZ9.
002900      02 FILLER PICTURE X(4) VALUE IS ' OF '.
002910      02 HEADING-1-CULL-DATE PICTURE X(8).
002920      02 FILLER PICTURE X VALUE IS ' '.
002930      02 HEADING-1-CULL-TIME PICTURE X(5).
002940  01 RUN-DATE-RAW.
002950      02 RUN-YY PICTURE X(2).
002960      02 RUN-MM PICTURE X(2).
002970      02 RUN-DD PICTURE X(2).
002980  01 RUN-TIME-RAW.
002990      02 RUN-HH PICTURE X(2).
003000      02 RUN-MIN PICTURE X(2).
003010      02 FILLER PICTURE X(4).
003020  77 COMBIN-TITLES PICTURE X(39) VALUE IS
003030      'SYMBOL  PPN     ELEMENT EXT  REFERENCES'.
003040  77 ELEMEN-TITLES PICTURE X(39) VALUE IS
003050      'ELEMENT SYMBOL  PPN     EXT  REFERENCES'.
003060  77 SECTION-TITLE PICTURE X(39).
003070  77 SECTION-NAME PICTURE X(27).

003080  01 OUTPUT-COMPOSER.
003090      02 SYMBOL-COMP PICTURE X(6).
003100      02 FILLER PICTURE XX VALUE IS '  '.
003110      02 PPN-COMP PICTURE X(6).
003120      02 FILLER PICTURE XX VALUE IS '  '.
003130      02 ELEMENT-COMP PICTURE X(6).
003140      02 FILLER PICTURE XX VALUE IS '  '.
003150      02 EXTENS-COMP PICTURE X(3).
003160      02 FILLER PICTURE XX VALUE IS '  '.
003170      02 REFS-COMP PICTURE X(116).
003180  01 OUTPUT-COMPOSER-2.
003190      02 ELEMENT-COMP-2 PICTURE X(6).
003200      02 FILLER PICTURE XX VALUE IS '  '.
003210      02 SYMBOL-COMP-2 PICTURE X(6).
003220      02 FILLER PICTURE XX VALUE IS '  '.
003230      02 PPN-COMP-2 PICTURE X(6).
003240      02 FILLER PICTURE XX VALUE IS '  '.
003250      02 EXTENS-COMP-2 PICTURE X(3).
003260      02 FILLER PICTURE XX VALUE IS '  '.
003270      02 REFS-COMP-2 PICTURE X(116).
003280  01 DESCRIPTION-COMPOSER.
003290      02 SYMBOL-COMP-3 PICTURE X(6).
003300      02 FILLER PICTURE XX VALUE IS '  '.
003310      02 DESCRIPTION-COMP-3 PICTURE X(60).
003320  77 LAST-SYMBOL-DESCRIBED PICTURE X(6).
003330  77 LAST-SYMBOL-PRINTED PICTURE X(6).
003340  77 LAST-ELEMENT-PRINTED PICTURE X(6).
003350  77 LAST-PPN-PRINTED PICTURE X(6).
003360  77 LAST-EXTENS-PRINTED PICTURE X(3).
003370  77 SYM-LINES-PRINTED PICTURE 9(6) VALUE IS ZERO.
003380  77 ELEM-LINES-PRINTED PICTURE 9(6) VALUE IS ZERO.
003390  77 SYM-LINES-DISP PICTURE ZZZZZ9.
003400  77 ELEM-LINES-DISP PICTURE ZZZZZ9.

003410  PROCEDURE DIVISION.
003420* =====================================================
003430*  MAIN LINE
003440* =====================================================
003450  MAINLINE-SECTION SECTION.
003460  INITIALIZE-RUN.
003470      PERFORM READ-SELECT-DECK THRU READ-SELECT-DECK-EXIT.
003480      IF CARD-COUNT IS EQUAL TO ZERO
003490          DISPLAY 'CULRPT: NO CULRPT.DAT SELECTION DECK'
003500              ' -- NOTHING TO REPORT.'
003510          STOP RUN.
003520      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
003530      IF SET-REFUSED
003540          STOP RUN.
003550      OPEN OUTPUT REPORT-LISTINGS.
003560      MOVE SPACES TO REPORT-LINE.
003570      ACCEPT RUN-DATE-RAW FROM DATE.
003580      ACCEPT RUN-TIME-RAW FROM TIME.
003590      STRING RUN-MM '/' RUN-DD '/' RUN-YY
003600          DELIMITED BY SIZE INTO HEADING-1-DATE.
003610      STRING RUN-HH ':' RUN-MIN
003620          DELIMITED BY SIZE INTO HEADING-1-TIME.
003630      PERFORM DO-SYMBOL-SLICE THRU DO-SYMBOL-SLICE-EXIT.
003640      PERFORM DO-ELEMENT-SLICE THRU DO-ELEMENT-SLICE-EXIT.
003650      PERFORM WRITE-TOTALS-TRAILER THRU
003660          WRITE-TOTALS-TRAILER-EXIT.
003670      CLOSE REPORT-LISTINGS.
003680      MOVE SYM-LINES-PRINTED TO SYM-LINES-DISP.
003690      MOVE ELEM-LINES-PRINTED TO ELEM-LINES-DISP.
003700      DISPLAY 'BY-SYMBOL LINES  ' SYM-LINES-DISP.
003710      DISPLAY 'BY-ELEMENT LINES ' ELEM-LINES-DISP.
003720      DISPLAY 'CULRPT DONE.'.
003730      STOP RUN.

003740* =====================================================
003750*  READ-SELECT-DECK -- PICKS UP THE CULRPT.DAT
003760*  SELECTION CARDS.  KEYWORD IN COLUMNS 1-8, VALUE
003770*  FROM COLUMN 9 (SEE REMARKS).
003780* =====================================================
003790  READ-SELECT-DECK.
003800      OPEN INPUT SELECT-DECK.
003810      IF SELECT-DECK-STATUS IS NOT EQUAL TO '00'
003820          GO TO READ-SELECT-DECK-EXIT.
003830  READ-SELECT-DECK-LOOP.
003840      READ SELECT-DECK
003850          AT END GO TO READ-SELECT-DECK-CLOSE.
003860      MOVE DECK-VALUE TO DECK-VALUE-WORK.
003870      IF DECK-KEYWORD IS EQUAL TO 'SYMBOL'
003880          PERFORM DECK-SYMBOL-CARD THRU
003890              DECK-SYMBOL-CARD-EXIT
003900          GO TO READ-SELECT-DECK-LOOP.
003910      IF DECK-KEYWORD IS EQUAL TO 'PREFIX'
003920          PERFORM DECK-PREFIX-CARD THRU
003930              DECK-PREFIX-CARD-EXIT
003940          GO TO READ-SELECT-DECK-LOOP.
003950      IF DECK-KEYWORD IS EQUAL TO 'PPN'
003960          PERFORM DECK-PPN-CARD THRU DECK-PPN-CARD-EXIT
003970          GO TO READ-SELECT-DECK-LOOP.
003980      IF DECK-KEYWORD IS EQUAL TO 'ELEMENT'
003990          PERFORM DECK-ELEMENT-CARD THRU
004000              DECK-ELEMENT-CARD-EXIT
004010          GO TO READ-SELECT-DECK-LOOP.
004020      IF DECK-KEYWORD IS EQUAL TO 'SELLST'
004030          PERFORM DECK-SELLST-CARD THRU
004040              DECK-SELLST-CARD-EXIT
004050          GO TO READ-SELECT-DECK-LOOP.
004060      IF DECK-KEYWORD IS EQUAL TO SPACES
004070          GO TO READ-SELECT-DECK-LOOP.
004080      DISPLAY 'CULRPT: UNRECOGNIZED CARD ' DECK-KEYWORD
004090          ' -- IGNORED.'.
004100      GO TO READ-SELECT-DECK-LOOP.
004110  READ-SELECT-DECK-CLOSE.
004120      CLOSE SELECT-DECK.
004130  READ-SELECT-DECK-EXIT.
004140      EXIT.

004150  DECK-SYMBOL-CARD.
004160      IF DECK-SYMBOL-VALUE IS NOT GREATER THAN SPACES
004170          DISPLAY 'CULRPT: BLANK SYMBOL CARD -- IGNORED.'
004180          GO TO DECK-SYMBOL-CARD-EXIT.
004190      IF SYMBOL-SEL-COUNT IS EQUAL TO 50
004200          DISPLAY 'CULRPT: MORE THAN 50 SYMBOL CARDS --'
004210              ' REST IGNORED.'
004220          GO TO DECK-SYMBOL-CARD-EXIT.
004230      ADD 1 TO SYMBOL-SEL-COUNT.
004240      MOVE DECK-SYMBOL-VALUE TO
004250          SYMBOL-SEL-ENTRY (SYMBOL-SEL-COUNT).
004260      ADD 1 TO CARD-COUNT.
004270  DECK-SYMBOL-CARD-EXIT.
004280      EXIT.

004290  DECK-PREFIX-CARD.
004300      IF DECK-SYMBOL-VALUE IS NOT GREATER THAN SPACES
004310          DISPLAY 'CULRPT: BLANK PREFIX CARD -- IGNORED.'
004320          GO TO DECK-PREFIX-CARD-EXIT.
004330      IF PREFIX-SEL-COUNT IS EQUAL TO 50
004340          DISPLAY 'CULRPT: MORE THAN 50 PREFIX CARDS --'
004350              ' REST IGNORED.'
004360          GO TO DECK-PREFIX-CARD-EXIT.
004370      ADD 1 TO PREFIX-SEL-COUNT.
004380      MOVE DECK-SYMBOL-VALUE TO
004390          PREFIX-SEL-ENTRY (PREFIX-SEL-COUNT).
004400      ADD 1 TO CARD-COUNT.
004410  DECK-PREFIX-CARD-EXIT.
004420      EXIT.

004430  DECK-ELEMENT-CARD.
004440      IF DECK-SYMBOL-VALUE IS NOT GREATER THAN SPACES
004450          DISPLAY 'CULRPT: BLANK ELEMENT CARD -- IGNORED.'
004460          GO TO DECK-ELEMENT-CARD-EXIT.
004470      IF ELEMENT-SEL-COUNT IS EQUAL TO 200
004480          DISPLAY 'CULRPT: MORE THAN 200 ELEMENT SELECTS'
004490              ' -- REST IGNORED.'
004500          GO TO DECK-ELEMENT-CARD-EXIT.
004510      ADD 1 TO ELEMENT-SEL-COUNT.
004520      MOVE DECK-SYMBOL-VALUE TO
004530          ELEMENT-SEL-ENTRY (ELEMENT-SEL-COUNT).
004540      ADD 1 TO CARD-COUNT.
004550  DECK-ELEMENT-CARD-EXIT.
004560      EXIT.

004570  DECK-SELLST-CARD.
004580      IF DECK-VALUE-CHAR (1) IS NOT EQUAL TO 'Y'
004590          GO TO DECK-SELLST-CARD-EXIT.
004600      OPEN INPUT SELECTED-FILE-LIST.
004610      IF SELECT-FILE-STATUS IS NOT EQUAL TO '00'
004620          DISPLAY 'CULRPT: SELLST CARD GIVEN BUT NO'
004630              ' CULSELLST FILE -- IGNORED.'
004640          GO TO DECK-SELLST-CARD-EXIT.
004650  DECK-SELLST-LOOP.
004660      READ SELECTED-FILE-LIST
004670          AT END GO TO DECK-SELLST-CLOSE.
004680      IF SELECTED-FILE-NAME IS NOT GREATER THAN SPACES
004690          GO TO DECK-SELLST-LOOP.
004700      IF ELEMENT-SEL-COUNT IS EQUAL TO 200
004710          DISPLAY 'CULRPT: MORE THAN 200 ELEMENT SELECTS'
004720              ' -- REST IGNORED.'
004730          GO TO DECK-SELLST-CLOSE.
004740      ADD 1 TO ELEMENT-SEL-COUNT.
004750      MOVE SELECTED-FILE-NAME TO
004760          ELEMENT-SEL-ENTRY (ELEMENT-SEL-COUNT).
004770      ADD 1 TO CARD-COUNT.
004780      GO TO DECK-SELLST-LOOP.
004790  DECK-SELLST-CLOSE.
004800      CLOSE SELECTED-FILE-LIST.
004810  DECK-SELLST-CARD-EXIT.
004820      EXIT.

004830* =====================================================
004840*  DECK-PPN-CARD -- SAME OCTAL-TO-SIXBIT CONVERSION AS
004850*  A CULPARAM PPN CARD: PROJECT AND PROGRAMMER HALVES
004860*  IN OCTAL, BRACKETS OPTIONAL, PACKED THREE SIXBIT
004870*  CODES PER 18-BIT HALF.
004880* =====================================================
004890  DECK-PPN-CARD.
004900      MOVE ZERO TO DECK-OCTAL-PROJ.
004910      MOVE ZERO TO DECK-OCTAL-PROG.
004920      MOVE 'N' TO DECK-COMMA-SWITCH.
004930      MOVE 'N' TO DECK-CARD-BAD-SWITCH.
004940      PERFORM DECK-PPN-ONE-CHAR THRU
004950          DECK-PPN-ONE-CHAR-EXIT
004960          VARYING DECK-SCAN-INDEX FROM 1 BY 1
004970          UNTIL DECK-SCAN-INDEX IS GREATER THAN 72.
004980      IF DECK-OCTAL-PROJ IS GREATER THAN 262143 OR
004990              DECK-OCTAL-PROG IS GREATER THAN 262143
005000          MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
005010      IF DECK-CARD-BAD OR NOT DECK-COMMA-SEEN
005020          DISPLAY 'CULRPT: BAD PPN CARD -- IGNORED.'
005030          GO TO DECK-PPN-CARD-EXIT.
005040      IF PPN-SEL-COUNT IS EQUAL TO 8
005050          DISPLAY 'CULRPT: MORE THAN 8 PPN CARDS --'
005060              ' REST IGNORED.'
005070          GO TO DECK-PPN-CARD-EXIT.
005080      ADD 1 TO PPN-SEL-COUNT.
005090      PERFORM CONVERT-PPN-TO-SIXBIT THRU
005100          CONVERT-PPN-TO-SIXBIT-EXIT.
005110      MOVE PPN-SIXBIT-WORK TO PPN-SEL-ENTRY (PPN-SEL-COUNT).
005120      ADD 1 TO CARD-COUNT.
005130  DECK-PPN-CARD-EXIT.
005140      EXIT.

005150  DECK-PPN-ONE-CHAR.
005160      MOVE DECK-VALUE-CHAR (DECK-SCAN-INDEX) TO
005170          DECK-DIGIT-X.
005180      IF DECK-DIGIT-X IS EQUAL TO ' ' OR
005190              DECK-DIGIT-X IS EQUAL TO '[' OR
005200              DECK-DIGIT-X IS EQUAL TO ']'
005210          GO TO DECK-PPN-ONE-CHAR-EXIT.
005220      IF DECK-DIGIT-X IS EQUAL TO ','
005230          MOVE 'Y' TO DECK-COMMA-SWITCH
005240          GO TO DECK-PPN-ONE-CHAR-EXIT.
005250      IF DECK-DIGIT-X IS LESS THAN '0' OR
005260              DECK-DIGIT-X IS GREATER THAN '7'
005270          MOVE 'Y' TO DECK-CARD-BAD-SWITCH
005280          GO TO DECK-PPN-ONE-CHAR-EXIT.
005290      IF DECK-COMMA-SEEN
005300          PERFORM DECK-ACCUM-PROG THRU DECK-ACCUM-PROG-EXIT
005310      ELSE
005320          PERFORM DECK-ACCUM-PROJ THRU DECK-ACCUM-PROJ-EXIT.
005330  DECK-PPN-ONE-CHAR-EXIT.
005340      EXIT.

005350  DECK-ACCUM-PROJ.
005360      MULTIPLY 8 BY DECK-OCTAL-PROJ
005370          ON SIZE ERROR
005380              MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
005390      ADD DECK-DIGIT-9 TO DECK-OCTAL-PROJ.
005400  DECK-ACCUM-PROJ-EXIT.
005410      EXIT.

005420  DECK-ACCUM-PROG.
005430      MULTIPLY 8 BY DECK-OCTAL-PROG
005440          ON SIZE ERROR
005450              MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
005460      ADD DECK-DIGIT-9 TO DECK-OCTAL-PROG.
005470  DECK-ACCUM-PROG-EXIT.
005480      EXIT.

005490  CONVERT-PPN-TO-SIXBIT.
005500      MOVE DECK-OCTAL-PROJ TO SIXBIT-WORK.
005510      MOVE 3 TO PPN-CHAR-INDEX.
005520      PERFORM SIXBIT-ONE-CHAR THRU
005530          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
005540      MOVE DECK-OCTAL-PROG TO SIXBIT-WORK.
005550      MOVE 6 TO PPN-CHAR-INDEX.
005560      PERFORM SIXBIT-ONE-CHAR THRU
005570          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
005580  CONVERT-PPN-TO-SIXBIT-EXIT.
005590      EXIT.

005600  SIXBIT-ONE-CHAR.
005610      DIVIDE SIXBIT-WORK BY 64 GIVING SIXBIT-QUOT
005620          REMAINDER SIXBIT-CODE.
005630      MOVE SIXBIT-QUOT TO SIXBIT-WORK.
005640      ADD 1 TO SIXBIT-CODE.
005650      MOVE SIXBIT-CHAR (SIXBIT-CODE) TO
005660          PPN-SIXBIT-CHAR (PPN-CHAR-INDEX).
005670      SUBTRACT 1 FROM PPN-CHAR-INDEX.
005680  SIXBIT-ONE-CHAR-EXIT.
005690      EXIT.

005700* =====================================================
005710*  DO-SYMBOL-SLICE -- ONE SEQUENTIAL SCAN OF THE
005720*  BY-SYMBOL MASTER, PRINTING EVERY LINE THE SYMBOL,
005730*  PREFIX, AND PPN SELECTIONS PICK OUT, IN COMBINLST
005740*  STYLE WITH REPEATED KEYS SUPPRESSED.
005750* =====================================================
005760  DO-SYMBOL-SLICE.
005770      IF SYMBOL-SEL-COUNT IS EQUAL TO ZERO AND
005780              PREFIX-SEL-COUNT IS EQUAL TO ZERO AND
005790              PPN-SEL-COUNT IS EQUAL TO ZERO
005800          GO TO DO-SYMBOL-SLICE-EXIT.
005810      OPEN INPUT SYM-MASTER.
005820      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
005830          DISPLAY 'CULRPT: CANNOT OPEN CULSYM.MAS --'
005840              ' RUN CULL FIRST.'
005850          GO TO DO-SYMBOL-SLICE-EXIT.
005860      MOVE 'N' TO DICT-OPEN-SWITCH.
005870      OPEN INPUT DICT-MASTER.
005880      IF DICT-MASTER-STATUS IS EQUAL TO '00'
005890          MOVE 'Y' TO DICT-OPEN-SWITCH.
005900      MOVE 'BY-SYMBOL SLICE' TO SECTION-NAME.
005910      MOVE COMBIN-TITLES TO SECTION-TITLE.
005920      MOVE 99 TO RPT-LINE-COUNT.
005930      MOVE SPACES TO LAST-SYMBOL-PRINTED.
005940      MOVE SPACES TO LAST-ELEMENT-PRINTED.
005950      MOVE SPACES TO LAST-PPN-PRINTED.
005960      MOVE SPACES TO LAST-EXTENS-PRINTED.
005970      MOVE SPACES TO LAST-SYMBOL-DESCRIBED.
005980  SYMBOL-SLICE-LOOP.
005990      READ SYM-MASTER
006000          AT END GO TO SYMBOL-SLICE-CLOSE.
006010      IF SYMQ-SYMBOL IS EQUAL TO SPACES
006020          GO TO SYMBOL-SLICE-LOOP.
006030      PERFORM TEST-SYMBOL-SELECT THRU
006040          TEST-SYMBOL-SELECT-EXIT.
006050      IF NOT SELECT-MATCHED GO TO SYMBOL-SLICE-LOOP.
006060      PERFORM WRITE-SYMBOL-SLICE-LINE THRU
006070          WRITE-SYMBOL-SLICE-LINE-EXIT.
006080      GO TO SYMBOL-SLICE-LOOP.
006090  SYMBOL-SLICE-CLOSE.
006100      CLOSE SYM-MASTER.
006110      IF DICT-OPEN
006120          CLOSE DICT-MASTER.
006130  DO-SYMBOL-SLICE-EXIT.
006140      EXIT.

006150  TEST-SYMBOL-SELECT.
006160      MOVE 'N' TO SELECT-MATCH-SWITCH.
006170      MOVE SYMQ-SYMBOL TO MATCH-SYMBOL-WORK.
006180      PERFORM TEST-ONE-SYMBOL-SEL THRU
006190          TEST-ONE-SYMBOL-SEL-EXIT
006200          VARYING SYMBOL-SEL-INDEX FROM 1 BY 1
006210          UNTIL SYMBOL-SEL-INDEX IS GREATER THAN
006220              SYMBOL-SEL-COUNT.
006230      PERFORM TEST-ONE-PREFIX-SEL THRU
006240          TEST-ONE-PREFIX-SEL-EXIT
006250          VARYING PREFIX-SEL-INDEX FROM 1 BY 1
006260          UNTIL PREFIX-SEL-INDEX IS GREATER THAN
006270              PREFIX-SEL-COUNT.
006280      PERFORM TEST-SYMQ-PPN-SEL THRU
006290          TEST-SYMQ-PPN-SEL-EXIT
006300          VARYING PPN-SEL-INDEX FROM 1 BY 1
006310          UNTIL PPN-SEL-INDEX IS GREATER THAN
006320              PPN-SEL-COUNT.
006330  TEST-SYMBOL-SELECT-EXIT.
006340      EXIT.
006350  TEST-ONE-SYMBOL-SEL.
006360      IF SYMQ-SYMBOL IS EQUAL TO
006370              SYMBOL-SEL-ENTRY (SYMBOL-SEL-INDEX)
006380          MOVE 'Y' TO SELECT-MATCH-SWITCH.
006390  TEST-ONE-SYMBOL-SEL-EXIT.
006400      EXIT.
006410  TEST-ONE-PREFIX-SEL.
006420      MOVE 'N' TO PREFIX-MISS-SWITCH.
006430      PERFORM TEST-ONE-PREFIX-CHAR THRU
006440          TEST-ONE-PREFIX-CHAR-EXIT
006450          VARYING MATCH-CHAR-INDEX FROM 1 BY 1
006460          UNTIL MATCH-CHAR-INDEX IS GREATER THAN 6.
006470      IF NOT PREFIX-MISSED
006480          MOVE 'Y' TO SELECT-MATCH-SWITCH.
006490  TEST-ONE-PREFIX-SEL-EXIT.
006500      EXIT.
006510  TEST-ONE-PREFIX-CHAR.
006520      IF PREFIX-SEL-CHAR (PREFIX-SEL-INDEX,
006530              MATCH-CHAR-INDEX) IS EQUAL TO SPACE
006540          GO TO TEST-ONE-PREFIX-CHAR-EXIT.
006550      IF PREFIX-SEL-CHAR (PREFIX-SEL-INDEX,
006560              MATCH-CHAR-INDEX) IS NOT EQUAL TO
006570          MATCH-SYMBOL-CHAR (MATCH-CHAR-INDEX)
006580          MOVE 'Y' TO PREFIX-MISS-SWITCH.
006590  TEST-ONE-PREFIX-CHAR-EXIT.
006600      EXIT.
006610  TEST-SYMQ-PPN-SEL.
006620      IF SYMQ-PPN IS EQUAL TO
006630              PPN-SEL-ENTRY (PPN-SEL-INDEX)
006640          MOVE 'Y' TO SELECT-MATCH-SWITCH.
006650  TEST-SYMQ-PPN-SEL-EXIT.
006660      EXIT.

006670  WRITE-SYMBOL-SLICE-LINE.
006680      IF SYMQ-SYMBOL IS NOT EQUAL TO LAST-SYMBOL-DESCRIBED
006690          PERFORM WRITE-SYMBOL-DESCRIPTION THRU
006700              WRITE-SYMBOL-DESCRIPTION-EXIT.
006710      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
006720          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
006730      IF SYMQ-SYMBOL IS EQUAL TO LAST-SYMBOL-PRINTED
006740          MOVE SPACES TO SYMBOL-COMP
006750      ELSE
006760          MOVE SYMQ-SYMBOL TO SYMBOL-COMP
006770          MOVE SPACES TO LAST-ELEMENT-PRINTED
006780          MOVE SPACES TO LAST-PPN-PRINTED
006790          MOVE SPACES TO LAST-EXTENS-PRINTED.
006800      IF SYMQ-ELEMENT IS EQUAL TO LAST-ELEMENT-PRINTED AND
006810          SYMQ-PPN IS EQUAL TO LAST-PPN-PRINTED AND
006820          SYMQ-EXTENS IS EQUAL TO LAST-EXTENS-PRINTED
006830          MOVE SPACES TO PPN-COMP
006840          MOVE SPACES TO ELEMENT-COMP
006850          MOVE SPACES TO EXTENS-COMP
006860      ELSE
006870          MOVE SYMQ-PPN TO PPN-COMP
006880          MOVE SYMQ-ELEMENT TO ELEMENT-COMP
006890          MOVE SYMQ-EXTENS TO EXTENS-COMP.
006900      MOVE SYMQ-REFS TO REFS-COMP.
006910      WRITE REPORT-LINE FROM OUTPUT-COMPOSER
006920          AFTER ADVANCING 1 LINE.
006930      ADD 1 TO RPT-LINE-COUNT.
006940      ADD 1 TO SYM-LINES-PRINTED.
006950      MOVE SYMQ-SYMBOL TO LAST-SYMBOL-PRINTED.
006960      MOVE SYMQ-ELEMENT TO LAST-ELEMENT-PRINTED.
006970      MOVE SYMQ-PPN TO LAST-PPN-PRINTED.
006980      MOVE SYMQ-EXTENS TO LAST-EXTENS-PRINTED.
006990  WRITE-SYMBOL-SLICE-LINE-EXIT.
007000      EXIT.

007010*  THE DICTIONARY LINE AT THE HEAD OF A SYMBOL; THE
007020*  REFERENCE LINES UNDER IT DO NOT REPEAT THE SYMBOL.
007030  WRITE-SYMBOL-DESCRIPTION.
007040      MOVE SYMQ-SYMBOL TO LAST-SYMBOL-DESCRIBED.
007050      IF NOT DICT-OPEN
007060          GO TO WRITE-SYMBOL-DESCRIPTION-EXIT.
007070      MOVE SYMQ-SYMBOL TO DICT-SYMBOL.
007080      READ DICT-MASTER
007090          INVALID KEY GO TO WRITE-SYMBOL-DESCRIPTION-EXIT.
007100      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
007110          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
007120      MOVE SYMQ-SYMBOL TO SYMBOL-COMP-3.
007130      MOVE DICT-DESCRIPTION TO DESCRIPTION-COMP-3.
007140      WRITE REPORT-LINE FROM DESCRIPTION-COMPOSER
007150          AFTER ADVANCING 1 LINE.
007160      ADD 1 TO RPT-LINE-COUNT.
007170      MOVE SYMQ-SYMBOL TO LAST-SYMBOL-PRINTED.
007180      MOVE SPACES TO LAST-ELEMENT-PRINTED.
007190      MOVE SPACES TO LAST-PPN-PRINTED.
007200      MOVE SPACES TO LAST-EXTENS-PRINTED.
007210  WRITE-SYMBOL-DESCRIPTION-EXIT.
007220      EXIT.

007230* =====================================================
007240*  DO-ELEMENT-SLICE -- SAME GAME ON THE BY-ELEMENT
007250*  MASTER FOR THE ELEMENT, SELLST, AND PPN SELECTIONS,
007260*  IN ELEMENLST STYLE.
007270* =====================================================
007280  DO-ELEMENT-SLICE.
007290      IF ELEMENT-SEL-COUNT IS EQUAL TO ZERO AND
007300              PPN-SEL-COUNT IS EQUAL TO ZERO
007310          GO TO DO-ELEMENT-SLICE-EXIT.
007320      OPEN INPUT ELEM-MASTER.
007330      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
007340          DISPLAY 'CULRPT: CANNOT OPEN CULELE.MAS --'
007350              ' RUN CULL FIRST.'
007360          GO TO DO-ELEMENT-SLICE-EXIT.
007370      MOVE 'BY-ELEMENT SLICE' TO SECTION-NAME.
007380      MOVE ELEMEN-TITLES TO SECTION-TITLE.
007390      MOVE 99 TO RPT-LINE-COUNT.
007400      MOVE SPACES TO LAST-SYMBOL-PRINTED.
007410      MOVE SPACES TO LAST-ELEMENT-PRINTED.
007420      MOVE SPACES TO LAST-PPN-PRINTED.
007430      MOVE SPACES TO LAST-EXTENS-PRINTED.
007440  ELEMENT-SLICE-LOOP.
007450      READ ELEM-MASTER
007460          AT END GO TO ELEMENT-SLICE-CLOSE.
007470      IF ELEMQ-ELEMENT IS EQUAL TO SPACES
007480          GO TO ELEMENT-SLICE-LOOP.
007490      PERFORM TEST-ELEMENT-SELECT THRU
007500          TEST-ELEMENT-SELECT-EXIT.
007510      IF NOT SELECT-MATCHED GO TO ELEMENT-SLICE-LOOP.
007520      PERFORM WRITE-ELEMENT-SLICE-LINE THRU
007530          WRITE-ELEMENT-SLICE-LINE-EXIT.
007540      GO TO ELEMENT-SLICE-LOOP.
007550  ELEMENT-SLICE-CLOSE.
007560      CLOSE ELEM-MASTER.
007570  DO-ELEMENT-SLICE-EXIT.
007580      EXIT.

007590  TEST-ELEMENT-SELECT.
007600      MOVE 'N' TO SELECT-MATCH-SWITCH.
007610      PERFORM TEST-ONE-ELEMENT-SEL THRU
007620          TEST-ONE-ELEMENT-SEL-EXIT
007630          VARYING ELEMENT-SEL-INDEX FROM 1 BY 1
007640          UNTIL ELEMENT-SEL-INDEX IS GREATER THAN
007650              ELEMENT-SEL-COUNT.
007660      PERFORM TEST-ELEMQ-PPN-SEL THRU
007670          TEST-ELEMQ-PPN-SEL-EXIT
007680          VARYING PPN-SEL-INDEX FROM 1 BY 1
007690          UNTIL PPN-SEL-INDEX IS GREATER THAN
007700              PPN-SEL-COUNT.
007710  TEST-ELEMENT-SELECT-EXIT.
007720      EXIT.
007730  TEST-ONE-ELEMENT-SEL.
007740      IF ELEMQ-ELEMENT IS EQUAL TO
007750              ELEMENT-SEL-ENTRY (ELEMENT-SEL-INDEX)
007760          MOVE 'Y' TO SELECT-MATCH-SWITCH.
007770  TEST-ONE-ELEMENT-SEL-EXIT.
007780      EXIT.
007790  TEST-ELEMQ-PPN-SEL.
007800      IF ELEMQ-PPN IS EQUAL TO
007810              PPN-SEL-ENTRY (PPN-SEL-INDEX)
007820          MOVE 'Y' TO SELECT-MATCH-SWITCH.
007830  TEST-ELEMQ-PPN-SEL-EXIT.
007840      EXIT.

007850  WRITE-ELEMENT-SLICE-LINE.
007860      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
007870          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
007880      IF ELEMQ-ELEMENT IS EQUAL TO LAST-ELEMENT-PRINTED
007890              AND
007900          ELEMQ-PPN IS EQUAL TO LAST-PPN-PRINTED AND
007910          ELEMQ-EXTENS IS EQUAL TO LAST-EXTENS-PRINTED
007920          MOVE SPACES TO ELEMENT-COMP-2
007930          MOVE SPACES TO PPN-COMP-2
007940          MOVE SPACES TO EXTENS-COMP-2
007950      ELSE
007960          MOVE ELEMQ-ELEMENT TO ELEMENT-COMP-2
007970          MOVE ELEMQ-PPN TO PPN-COMP-2
007980          MOVE ELEMQ-EXTENS TO EXTENS-COMP-2.
007990      MOVE ELEMQ-SYMBOL TO SYMBOL-COMP-2.
008000      MOVE ELEMQ-REFS TO REFS-COMP-2.
008010      WRITE REPORT-LINE FROM OUTPUT-COMPOSER-2
008020          AFTER ADVANCING 1 LINE.
008030      ADD 1 TO RPT-LINE-COUNT.
008040      ADD 1 TO ELEM-LINES-PRINTED.
008050      MOVE ELEMQ-ELEMENT TO LAST-ELEMENT-PRINTED.
008060      MOVE ELEMQ-PPN TO LAST-PPN-PRINTED.
008070      MOVE ELEMQ-EXTENS TO LAST-EXTENS-PRINTED.
008080  WRITE-ELEMENT-SLICE-LINE-EXIT.
008090      EXIT.

008100  RPT-PAGE-HEAD.
008110      ADD 1 TO RPT-PAGE-COUNT.
008120      MOVE SECTION-NAME TO HEADING-1-TITLE.
008130      MOVE RPT-PAGE-COUNT TO HEADING-1-PAGE.
008140      WRITE REPORT-LINE FROM HEADING-1
008150          AFTER ADVANCING PAGE.
008160      WRITE REPORT-LINE FROM SECTION-TITLE
008170          AFTER ADVANCING 2 LINES.
008180      MOVE SPACES TO REPORT-LINE.
008190      WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008200      MOVE SPACES TO LAST-SYMBOL-PRINTED.
008210      MOVE SPACES TO LAST-ELEMENT-PRINTED.
008220      MOVE SPACES TO LAST-PPN-PRINTED.
008230      MOVE SPACES TO LAST-EXTENS-PRINTED.
008240      MOVE ZERO TO RPT-LINE-COUNT.
008250  RPT-PAGE-HEAD-EXIT.
008260      EXIT.

008270  WRITE-TOTALS-TRAILER.
008280      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
008290          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
008300      MOVE SYM-LINES-PRINTED TO SYM-LINES-DISP.
008310      MOVE ELEM-LINES-PRINTED TO ELEM-LINES-DISP.
008320      MOVE SPACES TO REPORT-LINE.
008330      STRING 'BY-SYMBOL LINES=' SYM-LINES-DISP
008340          '  BY-ELEMENT LINES=' ELEM-LINES-DISP
008350          DELIMITED BY SIZE INTO REPORT-LINE.
008360      WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
008370  WRITE-TOTALS-TRAILER-EXIT.
008380      EXIT.

008390* =====================================================
008400*  CHECK-RUN-SET -- THE MASTERS MUST BE THE SET THE
008410*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
008420*  NOT PENDING, AND EACH MASTER'S FIRST RECORD A STAMP
008430*  RECORD (BLANK NAME) OF THAT SAME GENERATION.
008440*  ANYTHING ELSE IS A TORN OR MIXED SET, AND NOTHING
008450*  IS REPORTED FROM IT.  THE GENERATION AND RUN DATE
008460*  GO INTO THE PAGE HEADING.
008470* =====================================================
008480  CHECK-RUN-SET.
008490      OPEN INPUT RUN-CONTROL.
008500      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
008510          DISPLAY 'CULRPT: NO CULCTL.DAT RUN CONTROL'
008520              ' RECORD -- RUN CULL FIRST.'
008530          MOVE 'Y' TO SET-REFUSED-SWITCH
008540          GO TO CHECK-RUN-SET-EXIT.
008550      MOVE SPACES TO RUN-CONTROL-LINE.
008560      READ RUN-CONTROL
008570          AT END MOVE SPACES TO RUN-CONTROL-LINE.
008580      CLOSE RUN-CONTROL.
008590      IF CTL-GENERATION IS NOT NUMERIC OR
008600              CTL-STATE IS NOT EQUAL TO 'C'
008610          DISPLAY 'CULRPT: THE LAST CULL NEVER FINISHED'
008620              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
008630          MOVE 'Y' TO SET-REFUSED-SWITCH
008640          GO TO CHECK-RUN-SET-EXIT.
008650      MOVE CTL-GENERATION TO CULL-GENERATION.
008660      MOVE CULL-GENERATION TO HEADING-1-GEN.
008670      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
008680          DELIMITED BY SIZE INTO HEADING-1-CULL-DATE.
008690      STRING CTL-RUN-HH ':' CTL-RUN-MIN
008700          DELIMITED BY SIZE INTO HEADING-1-CULL-TIME.
008710      OPEN INPUT SYM-MASTER.
008720      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
008730          GO TO CHECK-RUN-SET-MIXED.
008740      MOVE 'N' TO STAMP-MATCH-SWITCH.
008750      READ SYM-MASTER
008760          AT END MOVE SPACES TO SYM-MASTER-RECORD.
008770      IF SYMQ-SYMBOL IS EQUAL TO SPACES AND
008780              SYMS-GENERATION IS NUMERIC
008790          IF SYMS-GENERATION IS EQUAL TO CULL-GENERATION
008800              MOVE 'Y' TO STAMP-MATCH-SWITCH.
008810      CLOSE SYM-MASTER.
008820      IF NOT STAMP-MATCHED
008830          GO TO CHECK-RUN-SET-MIXED.
008840      OPEN INPUT ELEM-MASTER.
008850      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
008860          GO TO CHECK-RUN-SET-MIXED.
008870      MOVE 'N' TO STAMP-MATCH-SWITCH.
008880      READ ELEM-MASTER
008890          AT END MOVE SPACES TO ELEM-MASTER-RECORD.
008900      IF ELEMQ-ELEMENT IS EQUAL TO SPACES AND
008910              ELEMS-GENERATION IS NUMERIC
008920          IF ELEMS-GENERATION IS EQUAL TO CULL-GENERATION
008930              MOVE 'Y' TO STAMP-MATCH-SWITCH.
008940      CLOSE ELEM-MASTER.
008950      IF NOT STAMP-MATCHED
008960          GO TO CHECK-RUN-SET-MIXED.
008970      GO TO CHECK-RUN-SET-EXIT.
008980  CHECK-RUN-SET-MIXED.
008990      DISPLAY 'CULRPT: CULSYM.MAS AND CULELE.MAS ARE NOT'
009000          ' BOTH CULL GENERATION ' HEADING-1-GEN
009010          ' -- RUN CULL AGAIN.'.
009020      MOVE 'Y' TO SET-REFUSED-SWITCH.
009030  CHECK-RUN-SET-EXIT.
009040      EXIT.
