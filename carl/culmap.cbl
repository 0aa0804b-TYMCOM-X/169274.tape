000260      FULL SWEEP BANKED, AND SAYS SO IF THE MASTER IS
000270      MISSING.  A TARGETED CULL LEAVES THE MASTERS AS
000280      THE LAST FULL SWEEP BUILT THEM, SO CULMAP ALWAYS
000290      SPEAKS FOR THE FULL SWEEP.  EVERY PAGE CARRIES THE
000300      CULL GENERATION AND RUN DATE OF THE MASTER UNDER
000310      THE HEADING, AS THE CULCTL.DAT RUN CONTROL RECORD
000320      GIVES THEM, AND CULMAP RECONCILES NOTHING AGAINST
000330      A MASTER THAT CULL LEFT PART WAY THROUGH ITS
000340      COMMIT OR THAT IS NOT OF THAT GENERATION.

000350      THE PPNS TO SWEEP COME FROM THE SAME CULPARAM
000360      FILE (CULPAR.DAT) CULL READS; ONLY ITS PPN CARDS
000370      MATTER HERE, AND WHEN NO CULPARAM IS PRESENT THE
000380      COMPILED-IN DEFAULT PPN TABLE BELOW APPLIES, SO
000390      ONE SETUP FILE DRIVES BOTH PROGRAMS.

000400      THE MAP PARSE EXPECTS THE FORM LINK-10 PRINTS:
000410      AFTER TABS ARE EXPANDED TO THE STANDARD COLUMN
000420      STOPS, A MODULE LINE CARRIES THE MODULE NAME IN
000430      COLUMNS 1-6 AND ITS OCTAL LOAD ADDRESS IN COLUMNS
000440      9-14, AND EACH LOADED GLOBAL FOLLOWS ON ITS OWN
000450      LINE, BLANK IN COLUMNS 1-8, SYMBOL IN COLUMNS
000460      9-14.  ANY LINE THAT FITS NEITHER FORM (PAGE
000470      HEADERS, THE UNDEFINED-GLOBALS TRAILER, BLANK
000480      SEPARATORS) DROPS THE CURRENT MODULE, SO STRAY
000490      TEXT NEVER CREDITS A SYMBOL TO THE WRONG MODULE.
000500      IF YOUR LINK PRINTS ITS MAP DIFFERENTLY, ADJUST
000510      SIFT-ONE-MAP-LINE.  A MAP THAT GOES UNREADABLE
000520      IN MID-FILE IS ANNOUNCED ON THE TTY AND THE REST
000530      OF THAT ONE FILE-PART IS SKIPPED.

000540      CULMAP ALSO FEEDS THE CULLIB SYSTEM LIBRARY CATALOG
000550      (CULLIB.DAT) CULL USES TO TELL LIBRARY-SUPPLIED
000560      GLOBALS FROM TRULY UNDEFINED ONES.  A SYMBOL THE
000570      MAP RESOLVES BUT NO SWEPT LISTING DEFINES, LOADED
000580      FROM A MODULE THAT IS NOT A SWEPT ELEMENT, CAN ONLY
000590      HAVE COME FROM A LIBRARY SEARCH; IF THE CATALOG
000600      DOES NOT ALREADY NAME IT, A CARD IS ADDED FOR IT
000610      WITH 'M' IN COLUMN 22 AND THE MAP'S FILE-PART IN
000620      24-29.  ITS LIBRARY IS TAKEN FROM ANY CARD ALREADY
000630      NAMING THE SAME MODULE, ELSE IT IS 'SYS' UNTIL
000640      SOMEBODY CORRECTS IT BY HAND.  THE CATALOG IS
000650      REWRITTEN WHOLE, HAND CARDS AND COMMENTS AS THEY
000660      WERE, ONLY WHEN SOMETHING WAS ADDED.

000670      MODIFICATION HISTORY.
000680      02 SEP 26  RTL  ORIGINAL.
000690      14 OCT 26  RTL  ADD LIBRARY ENTRIES SEEN IN THE
000700                      MAPS TO THE CULLIB SYSTEM LIBRARY
000710                      CATALOG (CULLIB.DAT).
000720      15 OCT 26  RTL  CULL GENERATION AND RUN DATE ON
000730                      EVERY PAGE; REFUSE A TORN OR MIXED
000740                      SET.
000750      15 OCT 26  RTL  LEAVE CULLIB.DAT ALONE WHEN IT
000760                      CANNOT BE OPENED FOR OUTPUT.

000770  ENVIRONMENT DIVISION.
000780  CONFIGURATION SECTION.
000790  SOURCE-COMPUTER.  DECSYSTEM-10.
000800  OBJECT-COMPUTER.  DECSYSTEM-10.
000810  INPUT-OUTPUT SECTION.
000820  FILE-CONTROL.
000830      SELECT UFD-FILE ASSIGN TO DSK
000840          ACCESS MODE IS SEQUENTIAL
000850          RECORDING MODE IS BINARY.
000860      SELECT MAP-LISTING ASSIGN TO DSK
000870          ACCESS MODE IS SEQUENTIAL
000880          RECORDING MODE IS ASCII
000890          FILE STATUS IS MAP-FILE-STATUS.
000900      SELECT SYM-MASTER ASSIGN TO DSK
000910          ORGANIZATION IS INDEXED
000920          ACCESS MODE IS SEQUENTIAL
000930          RECORD KEY IS SYMQ-KEY
000940          FILE STATUS IS SYM-MASTER-STATUS.
000950      SELECT MAP-REPORT-LISTINGS ASSIGN TO DSK
000960          ACCESS MODE IS SEQUENTIAL
000970          RECORDING MODE IS ASCII.
000980      SELECT PARAM-FILE ASSIGN TO DSK
000990          ACCESS MODE IS SEQUENTIAL
001000          RECORDING MODE IS ASCII
001010          FILE STATUS IS PARAM-FILE-STATUS.
001020      SELECT LIBRARY-CATALOG ASSIGN TO DSK
001030          ACCESS MODE IS SEQUENTIAL
001040          RECORDING MODE IS ASCII
001050          FILE STATUS IS LIBRARY-CAT-STATUS.
001060      SELECT RUN-CONTROL ASSIGN TO DSK
001070          ACCESS MODE IS SEQUENTIAL
001080          RECORDING MODE IS ASCII
001090          FILE STATUS IS RUN-CONTROL-STATUS.
001100      SELECT SORT-FILE ASSIGN TO DSK, DSK, DSK.

001110  DATA DIVISION.
001120  FILE SECTION.
001130  FD UFD-FILE LABEL RECORDS ARE STANDARD
001140      VALUE OF IDENTIFICATION IS UFD-FILE-NAME
001150      USER-NUMBER IS 1,1
001160      DATA RECORDS ARE UFD-ENTRIES.
001170  01 UFD-ENTRIES USAGE IS DISPLAY-6.
001180      02 UFD-FILE-NAME-ENTRY PICTURE X(6).
001190      02 UFD-EXTENSION-ENTRY PICTURE X(3).
001200      02 UFD-SUPERCLUSTER-POINTER PICTURE X(3).
001210      02 FILLER PICTURE X(18).
001220  FD MAP-LISTING LABEL RECORDS ARE STANDARD
001230      VALUE OF IDENTIFICATION IS MAP-LISTING-NAME
001240      DATA RECORDS ARE MAP-LINES.
001250  01 MAP-LINES PICTURE X(133).
001260  FD SYM-MASTER LABEL RECORDS ARE STANDARD
001270      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
001280      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
001290  01 SYM-MASTER-RECORD.
001300      02 SYMQ-KEY.
001310          03 SYMQ-SYMBOL PICTURE X(6).
001320          03 SYMQ-SEQ PICTURE 9(4).
001330      02 SYMQ-ELEMENT PICTURE X(6).
001340      02 SYMQ-PPN PICTURE X(6).
001350      02 SYMQ-EXTENS PICTURE X(3).
001360      02 SYMQ-DEFN-FLAG PICTURE X(1).
001370      02 SYMQ-REFS PICTURE X(120).
001380* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
001390  01 SYM-STAMP-RECORD.
001400      02 FILLER PICTURE X(26).
001410      02 SYMS-GENERATION PICTURE 9(6).
001420      02 FILLER PICTURE X(114).
001430* THE CULL RUN CONTROL RECORD (SEE CULL).
001440  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001450      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001460      DATA RECORDS ARE RUN-CONTROL-LINE.
001470  01 RUN-CONTROL-LINE.
001480      02 CTL-GENERATION PICTURE 9(6).
001490      02 FILLER PICTURE X(1).
001500      02 CTL-RUN-DATE.
001510          03 CTL-RUN-YY PICTURE X(2).
001520          03 CTL-RUN-MM PICTURE X(2).
001530          03 CTL-RUN-DD PICTURE X(2).
001540      02 FILLER PICTURE X(1).
001550      02 CTL-RUN-TIME.
001560          03 CTL-RUN-HH PICTURE X(2).
001570          03 CTL-RUN-MIN PICTURE X(2).
001580      02 FILLER PICTURE X(1).
001590      02 CTL-STATE PICTURE X(1).
001600      02 FILLER PICTURE X(1).
001610      02 CTL-PPNS PICTURE X(56).
001620      02 CTL-EXTS PICTURE X(16).
001630  FD MAP-REPORT-LISTINGS LABEL RECORDS ARE STANDARD
001640      VALUE OF IDENTIFICATION IS MAP-REPORT-NAME
001650      DATA RECORDS ARE MAP-REPORT-LINE.
001660  01 MAP-REPORT-LINE PICTURE X(72).
001670  FD PARAM-FILE LABEL RECORDS ARE STANDARD
001680      VALUE OF IDENTIFICATION IS PARAM-FILE-NAME
001690      DATA RECORDS ARE PARAM-LINE.
001700  01 PARAM-LINE.
001710      02 PARAM-KEYWORD PICTURE X(8).
001720      02 PARAM-VALUE PICTURE X(72).
001730  FD LIBRARY-CATALOG LABEL RECORDS ARE STANDARD
001740      VALUE OF IDENTIFICATION IS LIBRARY-CATALOG-NAME
001750      DATA RECORDS ARE LIBRARY-CAT-LINE.
001760  01 LIBRARY-CAT-LINE PICTURE X(72).
001770  SD SORT-FILE DATA RECORDS ARE SORT-LINE.
001780  01 SORT-LINE.
001790      02 MAPS-SYMBOL-ID PICTURE X(6).
001800      02 MAPS-MODULE-ID PICTURE X(6).
001810      02 MAPS-PPN-ID PICTURE X(6).
001820      02 MAPS-FILE-ID PICTURE X(6).

001830  WORKING-STORAGE SECTION.
001840  77 MAP-REPORT-NAME PICTURE X(9)
001850      VALUE IS 'CULMAPLST'.
001860  77 SYM-MASTER-NAME PICTURE X(9)
001870      VALUE IS 'CULSYMMAS'.
001880  77 SYM-MASTER-STATUS PICTURE X(2).
001890  77 RUN-CONTROL-NAME PICTURE X(9)
001900      VALUE IS 'CULCTLDAT'.
001910  77 RUN-CONTROL-STATUS PICTURE X(2).
001920  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
001930  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
001940      88 SET-REFUSED VALUE IS 'Y'.
001950  77 MAP-FILE-STATUS PICTURE X(2).
001960  77 MAP-READ-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
001970      88 MAP-READ-BAD VALUE IS 'Y'.
001980  77 PARAM-FILE-NAME PICTURE X(9) VALUE IS 'CULPARDAT'.
001990  77 PARAM-FILE-STATUS PICTURE X(2).
002000  77 PARAM-PPN-SEEN-SWITCH PICTURE X(1) VALUE IS 'N'.
002010      88 PARAM-PPNS-GIVEN VALUE IS 'Y'.
002020  77 PARAM-CARD-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
002030      88 PARAM-CARD-BAD VALUE IS 'Y'.
002040  77 PARAM-COMMA-SWITCH PICTURE X(1) VALUE IS 'N'.
002050      88 PARAM-COMMA-SEEN VALUE IS 'Y'.
002060  01 PARAM-VALUE-WORK.
002070      02 PARAM-VALUE-CHAR PICTURE X(1) OCCURS 72 TIMES.
002080  77 PARAM-SCAN-INDEX PICTURE 9(2).
002090  77 PARAM-OCTAL-PROJ PICTURE 9(6).
002100  77 PARAM-OCTAL-PROG PICTURE 9(6).
002110  01 PARAM-DIGIT-WORK.
002120      02 PARAM-DIGIT-X PICTURE X(1).
002130  01 PARAM-DIGIT-RED REDEFINES PARAM-DIGIT-WORK.
002140      02 PARAM-DIGIT-9 PICTURE 9(1).

002150*  DEFAULT PPNS TO SWEEP, AS IN CULL, USED WHEN NO
002160*  CULPARAM FILE IS PRESENT.
002170  01 PPN-TABLE-VALUES.
002180      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002190      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002200      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002210      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002220      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002230      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002240      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002250      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
002260  01 PPN-TABLE REDEFINES PPN-TABLE-VALUES.
002270      02 PPN-ENTRY PICTURE X(6) OCCURS 8 TIMES.
002280  77 PPN-COUNT PICTURE 9(2) VALUE IS 1.
002290  77 PPN-INDEX PICTURE 9(2).

002300  01 SIXBIT-CHAR-SET-VALUES.
002310      02 FILLER PICTURE X(32) VALUE IS
002320          ' !"#$%&''()*+,-./0123456789:;<=>?'.
002330      02 FILLER PICTURE X(32) VALUE IS
002340          '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
002350  01 SIXBIT-CHAR-SET REDEFINES SIXBIT-CHAR-SET-VALUES.
002360      02 SIXBIT-CHAR PICTURE X(1) OCCURS 64 TIMES.
002370  77 SIXBIT-WORK PICTURE 9(6).
002380  77 SIXBIT-QUOT PICTURE 9(6).
002390  77 SIXBIT-CODE PICTURE 9(2).
002400  01 PPN-SIXBIT-WORK.
002410      02 PPN-SIXBIT-CHAR PICTURE X(1) OCCURS 6 TIMES.
002420  77 PPN-CHAR-INDEX PICTURE 9(1).

002430  01 MAP-LISTING-NAME USAGE IS DISPLAY-6.
002440      02 MAP-LISTING-PPN PICTURE X(6).
002450      02 MAP-FILE-PART PICTURE X(6).
002460      02 MAP-EXTENS-PART PICTURE X(3).
002470  01 UFD-FILE-NAME USAGE IS DISPLAY-6.
002480      02 UFD-FILE-PPN PICTURE X(6) VALUE IS '  +  0'.
002490      02 UFD-FILE-EXT PICTURE X(3) VALUE IS 'UFD'.
002500  77 MAP-EXTENSION PICTURE X(3) VALUE IS 'MAP'.

002510*  TAB EXPANSION OF RAW MAP OUTPUT, TO THE SAME COLUMN
002520*  STOPS CULL USES FOR CREF LISTINGS, SO THE FIXED MAP
002530*  COLUMNS LINE UP.
002540  01 MAP-EXPAND-SOURCE.
002550      02 MAP-SOURCE-CHAR PICTURE X(1) OCCURS 133 TIMES.
002560  01 MAP-EXPAND-WORK.
002570      02 MAP-EXPANDED-IMAGE PICTURE X(128).
002580      02 FILLER PICTURE X(5).
002590  01 MAP-EXPAND-RED REDEFINES MAP-EXPAND-WORK.
002600      02 MAP-TARGET-CHAR PICTURE X(1) OCCURS 133 TIMES.
002610  77 MAP-SOURCE-INDEX PICTURE 9(3).
002620  77 MAP-TARGET-INDEX PICTURE 9(3).
002630  77 TAB-STOP-WORK PICTURE 9(3).
002640  77 TAB-STOP-QUOT PICTURE 9(3).
002650  77 TAB-STOP-REM PICTURE 9(3).

002660*  THE EXPANDED MAP LINE, CARVED INTO THE LINK-10 MAP
002670*  COLUMNS (SEE REMARKS).
002680  01 MAP-BUFFER.
002690      02 MAP-NAME-COLS PICTURE X(6).
002700      02 FILLER PICTURE X(2).
002710      02 MAP-SYMBOL-COLS PICTURE X(6).
002720      02 FILLER PICTURE X(114).
002730  01 MAP-ADDRESS-RED REDEFINES MAP-BUFFER.
002740      02 FILLER PICTURE X(8).
002750      02 MAP-ADDRESS-CHAR PICTURE X(1) OCCURS 6 TIMES.
002760      02 FILLER PICTURE X(114).
002770  77 MAP-CURRENT-MODULE PICTURE X(6) VALUE IS SPACES.
002780  77 OCTAL-FIELD-OK-SWITCH PICTURE X(1) VALUE IS 'N'.
002790      88 OCTAL-FIELD-OK VALUE IS 'Y'.
002800  77 OCTAL-SCAN-INDEX PICTURE 9(1).
002810  77 OCTAL-BLANK-SWITCH PICTURE X(1).

002820*  ONE SYMBOL'S AGGREGATE FROM EACH SIDE OF THE MERGE.
002830*  BOTH STREAMS ARE IN SYMBOL ORDER, SO ONE STREAMWISE
002840*  MATCH FINDS EVERY DISAGREEMENT, AS DO-DELTA-REPORT
002850*  DOES IN CULL.
002860  77 CULL-SIDE-SYMBOL PICTURE X(6) VALUE IS SPACES.
002870  77 CULL-DEFINED-SWITCH PICTURE X(1) VALUE IS 'N'.
002880      88 CULL-SIDE-DEFINED VALUE IS 'Y'.
002890  77 CULL-DEFN-ELEMENT PICTURE X(6).
002900  77 CULL-HOLD-SYMBOL PICTURE X(6) VALUE IS SPACES.
002910  77 CULL-HOLD-ELEMENT PICTURE X(6).
002920  77 CULL-HOLD-DEFN-FLAG PICTURE X(1).
002930  77 CULL-EOF-SWITCH PICTURE X(1) VALUE IS 'N'.
002940      88 CULL-SIDE-ENDED VALUE IS 'Y'.
002950  77 MAP-SIDE-SYMBOL PICTURE X(6) VALUE IS SPACES.
002960  77 MAP-OWNER-MODULE PICTURE X(6).
002970  77 MAP-OWNER-FILE PICTURE X(6).
002980  77 MAP-HOLD-SYMBOL PICTURE X(6) VALUE IS SPACES.
002990  77 MAP-HOLD-MODULE PICTURE X(6).
003000  77 MAP-HOLD-FILE PICTURE X(6).
003010  77 MAP-EOF-SWITCH PICTURE X(1) VALUE IS 'N'.
003020      88 MAP-SIDE-ENDED VALUE IS 'Y'.

003030*  LPT PAGE CONTROL FOR CULMAPLST.
003040  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
003050  77 MAPR-LINE-COUNT PICTURE 9(2) VALUE IS 99.
003060  77 MAPR-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
003070*  THE DISAGREEMENT LINE IS COMPOSED HERE AND WRITTEN
003080*  FROM HERE, SO A PAGE HEADING FIRED BY THE WRITE
003090*  CAN NEVER BLANK THE LINE IT IS ABOUT TO PRINT.
003100  01 MAPR-COMPOSER.
003110      02 MAPR-SYMBOL-OUT PICTURE X(6).
003120      02 FILLER PICTURE XX.
003130      02 MAPR-TEXT-OUT PICTURE X(40).
003140      02 FILLER PICTURE XX.
003150      02 MAPR-CULL-ELEMENT-OUT PICTURE X(6).
003160      02 FILLER PICTURE XX.
003170      02 MAPR-MAP-MODULE-OUT PICTURE X(6).
003180      02 FILLER PICTURE XX.
003190      02 MAPR-MAP-FILE-OUT PICTURE X(6).
003200  01 HEADING-1.
003210      02 FILLER PICTURE X(6) VALUE IS 'CULMAP'.
003220      02 HEADING-1-TITLE PICTURE X(27).
003230      02 FILLER PICTURE XX VALUE IS '  '.
003240      02 HEADING-1-DATE PICTURE X(8).
003250      02 FILLER PICTURE XX VALUE IS '  '.
003260      02 HEADING-1-TIME PICTURE X(5).
003270      02 FILLER PICTURE XX VALUE IS '  '.
003280      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
003290      02 HEADING-1-PAGE PICTURE ZZZ9.
003300* THE MAP REPORT IS TOO NARROW FOR THE CULL GENERATION
003310* ON HEADING-1, SO IT GETS A LINE OF ITS OWN.
003320  01 HEADING-2.
003330      02 FILLER PICTURE X(16) VALUE IS 'CULL GENERATION '.
003340      02 HEADING-2-GEN PICTURE ZZZZZ9.
003350      02 FILLER PICTURE X(4) VALUE IS ' OF '.
003360      02 HEADING-2-CULL-DATE PICTURE X(8).
003370      02 FILLER PICTURE X VALUE IS ' '.
003380      02 HEADING-2-CULL-TIME PICTURE X(5).
003390  01 RUN-DATE-RAW.
003400      02 RUN-YY PICTURE X(2).
003410      02 RUN-MM PICTURE X(2).
003420      02 RUN-DD PICTURE X(2).
003430  01 RUN-TIME-RAW.
003440      02 RUN-HH PICTURE X(2).
003450      02 RUN-MIN PICTURE X(2).
003460      02 FILLER PICTURE X(4).
003470  01 MAPR-TITLES.
003480      02 FILLER PICTURE X(8) VALUE IS 'SYMBOL'.
003490      02 FILLER PICTURE X(42) VALUE IS 'DISAGREEMENT'.
003500      02 FILLER PICTURE X(8) VALUE IS 'CULL'.
003510      02 FILLER PICTURE X(8) VALUE IS 'MAP'.
003520      02 FILLER PICTURE X(6) VALUE IS 'MAPFIL'.

003530  77 MAPS-READ-COUNT PICTURE 9(6) VALUE IS ZERO.
003540  77 MAP-LINES-RELEASED-COUNT PICTURE 9(6) VALUE IS ZERO.
003550  77 MAP-ONLY-COUNT PICTURE 9(6) VALUE IS ZERO.
003560  77 CULL-ONLY-COUNT PICTURE 9(6) VALUE IS ZERO.
003570  77 OWNER-DIFF-COUNT PICTURE 9(6) VALUE IS ZERO.
003580  77 MAPS-READ-DISP PICTURE ZZZZZ9.
003590  77 MAP-LINES-DISP PICTURE ZZZZZ9.
003600  77 MAP-ONLY-DISP PICTURE ZZZZZ9.
003610  77 CULL-ONLY-DISP PICTURE ZZZZZ9.
003620  77 OWNER-DIFF-DISP PICTURE ZZZZZ9.
003630  77 TRAILER-WORK PICTURE X(72).

003640*  THE CULLIB CATALOG, CARD FOR CARD AS CULL READS IT
003650*  (SEE REMARKS), HELD WHOLE SO IT CAN BE WRITTEN BACK
003660*  WITH THE MAP-LOADED CARDS ADDED ON THE END.
003670  77 LIBRARY-CATALOG-NAME PICTURE X(9)
003680      VALUE IS 'CULLIBDAT'.
003690  77 LIBRARY-CAT-STATUS PICTURE X(2).
003700  01 LIBRARY-TABLE.
003710      02 LIBRARY-CARD OCCURS 2000 TIMES.
003720          03 LIBT-SYMBOL.
003730              04 LIBT-COMMENT-FLAG PICTURE X(1).
003740              04 FILLER PICTURE X(5).
003750          03 FILLER PICTURE X(1).
003760          03 LIBT-LIBRARY PICTURE X(6).
003770          03 FILLER PICTURE X(1).
003780          03 LIBT-MODULE PICTURE X(6).
003790          03 FILLER PICTURE X(1).
003800          03 LIBT-SOURCE PICTURE X(1).
003810          03 FILLER PICTURE X(1).
003820          03 LIBT-MAP-FILE PICTURE X(6).
003830          03 FILLER PICTURE X(1).
003840          03 LIBT-REMARK PICTURE X(42).
003850  77 LIBRARY-COUNT PICTURE 9(4) VALUE IS ZERO.
003860  77 LIBRARY-INDEX PICTURE 9(4).
003870  77 LIBRARY-MATCH-INDEX PICTURE 9(4).
003880  77 LIBRARY-ADDED-COUNT PICTURE 9(6) VALUE IS ZERO.
003890  77 LIBRARY-ADDED-DISP PICTURE ZZZZZ9.
003900  77 LIBRARY-WORK-SYMBOL PICTURE X(6).
003910  77 LIBRARY-WORK-NAME PICTURE X(6).
003920  77 LIBRARY-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
003930      88 LIBRARY-TABLE-FULL VALUE IS 'Y'.
003940  77 LIBRARY-TRUNC-SWITCH PICTURE X(1) VALUE IS 'N'.
003950      88 LIBRARY-CATALOG-TRUNCATED VALUE IS 'Y'.

003960*  MAP-ONLY SYMBOLS THE CATALOG DOES NOT YET NAME, HELD
003970*  UNTIL THE MERGE HAS SEEN EVERY SWEPT ELEMENT, AND
003980*  THE SWEPT ELEMENTS THEMSELVES, SO A MODULE THAT IS
003990*  REALLY A SWEPT ELEMENT WITH A STALE LISTING IS
004000*  NEVER MISTAKEN FOR A LIBRARY MODULE.
004010  01 LIBRARY-CANDIDATE-TABLE.
004020      02 LIBC-ENTRY OCCURS 2000 TIMES.
004030          03 LIBC-SYMBOL PICTURE X(6).
004040          03 LIBC-MODULE PICTURE X(6).
004050          03 LIBC-MAP-FILE PICTURE X(6).
004060  77 LIBC-COUNT PICTURE 9(4) VALUE IS ZERO.
004070  77 LIBC-INDEX PICTURE 9(4).
004080  77 LIBC-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
004090      88 LIBC-TABLE-FULL VALUE IS 'Y'.
004100  01 SWEPT-ELEMENT-TABLE.
004110      02 SWEPT-ELEMENT-ENTRY PICTURE X(6)
004120          OCCURS 1000 TIMES.
004130  77 SWEPT-ELEMENT-COUNT PICTURE 9(4) VALUE IS ZERO.
004140  77 SWEPT-ELEMENT-INDEX PICTURE 9(4).
004150  77 SWEPT-ELEMENT-FOUND-SWITCH PICTURE X(1).
004160      88 SWEPT-ELEMENT-FOUND VALUE IS 'Y'.
004170  77 SWEPT-ELEMENT-FULL-SWITCH PICTURE X(1)
004180      VALUE IS 'N'.
004190      88 SWEPT-ELEMENT-TABLE-FULL VALUE IS 'Y'.

004200  PROCEDURE DIVISION.
004210  DECLARATIVES.
004220  MAP-ERROR-HANDLING SECTION.
004230      USE AFTER STANDARD ERROR PROCEDURE ON
004240          MAP-LISTING.
004250  MAP-ERROR-PARAGRAPH.
004260*     JUST REMEMBER THAT THE READ WENT BAD; THE READ
004270*     LOOP ANNOUNCES IT AND ABANDONS THE FILE-PART,
004280*     SO A MID-FILE ERROR NEVER SPINS ON A STALE
004290*     RECORD IMAGE.
004300      MOVE 'Y' TO MAP-READ-BAD-SWITCH.
004310  END DECLARATIVES.

004320* =====================================================
004330*  MAIN LINE
004340* =====================================================
004350  MAINLINE-SECTION SECTION.
004360  INITIALIZE-RUN.
004370      OPEN INPUT SYM-MASTER.
004380      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
004390          DISPLAY 'CULMAP: CANNOT OPEN CULSYM.MAS --'
004400              ' RUN CULL FIRST.'
004410          STOP RUN.
004420      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
004430      IF SET-REFUSED
004440          CLOSE SYM-MASTER
004450          STOP RUN.
004460      OPEN OUTPUT MAP-REPORT-LISTINGS.
004470      MOVE SPACES TO MAP-REPORT-LINE.
004480      MOVE SPACES TO MAPR-COMPOSER.
004490      ACCEPT RUN-DATE-RAW FROM DATE.
004500      ACCEPT RUN-TIME-RAW FROM TIME.
004510      STRING RUN-MM '/' RUN-DD '/' RUN-YY
004520          DELIMITED BY SIZE INTO HEADING-1-DATE.
004530      STRING RUN-HH ':' RUN-MIN
004540          DELIMITED BY SIZE INTO HEADING-1-TIME.
004550      PERFORM READ-PARAMETERS THRU READ-PARAMETERS-EXIT.
004560      PERFORM READ-LIBRARY-CATALOG THRU
004570          READ-LIBRARY-CATALOG-EXIT.
004580      SORT SORT-FILE ON ASCENDING KEY MAPS-SYMBOL-ID,
004590          MAPS-MODULE-ID, MAPS-PPN-ID, MAPS-FILE-ID
004600          INPUT PROCEDURE IS MAP-INPUT-SECTION
004610          OUTPUT PROCEDURE IS MAP-MATCH-SECTION.
004620      CLOSE MAP-REPORT-LISTINGS.
004630      CLOSE SYM-MASTER.
004640      IF LIBRARY-ADDED-COUNT IS GREATER THAN ZERO
004650          PERFORM REWRITE-LIBRARY-CATALOG THRU
004660              REWRITE-LIBRARY-CATALOG-EXIT.
004670      MOVE MAPS-READ-COUNT TO MAPS-READ-DISP.
004680      MOVE MAP-LINES-RELEASED-COUNT TO MAP-LINES-DISP.
004690      MOVE MAP-ONLY-COUNT TO MAP-ONLY-DISP.
004700      MOVE CULL-ONLY-COUNT TO CULL-ONLY-DISP.
004710      MOVE OWNER-DIFF-COUNT TO OWNER-DIFF-DISP.
004720      MOVE LIBRARY-ADDED-COUNT TO LIBRARY-ADDED-DISP.
004730      DISPLAY 'MAP FILES READ   ' MAPS-READ-DISP.
004740      DISPLAY 'LOADED SYMBOLS   ' MAP-LINES-DISP.
004750      DISPLAY 'MAP ONLY         ' MAP-ONLY-DISP.
004760      DISPLAY 'NEVER LOADED     ' CULL-ONLY-DISP.
004770      DISPLAY 'OWNER DIFFERS    ' OWNER-DIFF-DISP.
004780      DISPLAY 'LIBRARY CATALOGED' LIBRARY-ADDED-DISP.
004790      DISPLAY 'CULMAP DONE.'.
004800      STOP RUN.

004810* =====================================================
004820*  CHECK-RUN-SET -- THE MASTER MUST BE THE ONE THE
004830*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
004840*  NOT PENDING, AND ITS FIRST RECORD A STAMP RECORD
004850*  (BLANK NAME) OF THAT SAME GENERATION.  ANYTHING
004860*  ELSE IS A TORN OR MIXED SET, AND NOTHING IS
004870*  RECONCILED AGAINST IT.  READING THE STAMP HERE
004880*  LEAVES THE MASTER AT ITS FIRST REAL SYMBOL FOR THE
004890*  MERGE.
004900* =====================================================
004910  CHECK-RUN-SET.
004920      OPEN INPUT RUN-CONTROL.
004930      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
004940          DISPLAY 'CULMAP: NO CULCTL.DAT RUN CONTROL'
004950              ' RECORD -- RUN CULL FIRST.'
004960          MOVE 'Y' TO SET-REFUSED-SWITCH
004970          GO TO CHECK-RUN-SET-EXIT.
004980      MOVE SPACES TO RUN-CONTROL-LINE.
004990      READ RUN-CONTROL
005000          AT END MOVE SPACES TO RUN-CONTROL-LINE.
005010      CLOSE RUN-CONTROL.
005020      IF CTL-GENERATION IS NOT NUMERIC OR
005030              CTL-STATE IS NOT EQUAL TO 'C'
005040          DISPLAY 'CULMAP: THE LAST CULL NEVER FINISHED'
005050              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
005060          MOVE 'Y' TO SET-REFUSED-SWITCH
005070          GO TO CHECK-RUN-SET-EXIT.
005080      MOVE CTL-GENERATION TO CULL-GENERATION.
005090      MOVE CULL-GENERATION TO HEADING-2-GEN.
005100      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
005110          DELIMITED BY SIZE INTO HEADING-2-CULL-DATE.
005120      STRING CTL-RUN-HH ':' CTL-RUN-MIN
005130          DELIMITED BY SIZE INTO HEADING-2-CULL-TIME.
005140      READ SYM-MASTER
005150          AT END GO TO CHECK-RUN-SET-MIXED.
005160      IF SYMQ-SYMBOL IS NOT EQUAL TO SPACES
005170          GO TO CHECK-RUN-SET-MIXED.
005180      IF SYMS-GENERATION IS NOT NUMERIC
005190          GO TO CHECK-RUN-SET-MIXED.
005200      IF SYMS-GENERATION IS NOT EQUAL TO CULL-GENERATION
005210          GO TO CHECK-RUN-SET-MIXED.
005220      GO TO CHECK-RUN-SET-EXIT.
005230  CHECK-RUN-SET-MIXED.
005240      DISPLAY 'CULMAP: CULSYM.MAS IS NOT CULL GENERATION '
005250          HEADING-2-GEN ' -- RUN CULL AGAIN.'.
005260      MOVE 'Y' TO SET-REFUSED-SWITCH.
005270  CHECK-RUN-SET-EXIT.
005280      EXIT.

005290* =====================================================
005300*  READ-PARAMETERS -- PICKS UP THE PPN CARDS FROM THE
005310*  SAME CULPARAM FILE CULL READS.  EVERY OTHER CARD
005320*  BELONGS TO CULL AND IS PASSED OVER WITHOUT COMMENT.
005330* =====================================================
005340  READ-PARAMETERS.
005350      OPEN INPUT PARAM-FILE.
005360      IF PARAM-FILE-STATUS IS NOT EQUAL TO '00'
005370          GO TO READ-PARAMETERS-EXIT.
005380  READ-PARAMETERS-LOOP.
005390      READ PARAM-FILE
005400          AT END GO TO READ-PARAMETERS-CLOSE.
005410      IF PARAM-KEYWORD IS NOT EQUAL TO 'PPN'
005420          GO TO READ-PARAMETERS-LOOP.
005430      MOVE PARAM-VALUE TO PARAM-VALUE-WORK.
005440      PERFORM PARAM-PPN-CARD THRU PARAM-PPN-CARD-EXIT.
005450      GO TO READ-PARAMETERS-LOOP.
005460  READ-PARAMETERS-CLOSE.
005470      CLOSE PARAM-FILE.
005480  READ-PARAMETERS-EXIT.
005490      EXIT.

005500  PARAM-PPN-CARD.
005510      MOVE ZERO TO PARAM-OCTAL-PROJ.
005520      MOVE ZERO TO PARAM-OCTAL-PROG.
005530      MOVE 'N' TO PARAM-COMMA-SWITCH.
005540      MOVE 'N' TO PARAM-CARD-BAD-SWITCH.
005550      PERFORM PARAM-PPN-ONE-CHAR THRU
005560          PARAM-PPN-ONE-CHAR-EXIT
005570          VARYING PARAM-SCAN-INDEX FROM 1 BY 1
005580          UNTIL PARAM-SCAN-INDEX IS GREATER THAN 72.
005590      IF PARAM-OCTAL-PROJ IS GREATER THAN 262143 OR
005600              PARAM-OCTAL-PROG IS GREATER THAN 262143
005610          MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
005620      IF PARAM-CARD-BAD OR NOT PARAM-COMMA-SEEN
005630          DISPLAY 'CULMAP: BAD PPN ON CULPARAM CARD --'
005640              ' IGNORED.'
005650          GO TO PARAM-PPN-CARD-EXIT.
005660      IF NOT PARAM-PPNS-GIVEN
005670          MOVE ZERO TO PPN-COUNT
005680          MOVE 'Y' TO PARAM-PPN-SEEN-SWITCH.
005690      IF PPN-COUNT IS EQUAL TO 8
005700          DISPLAY 'CULMAP: CULPARAM GIVES MORE THAN 8'
005710              ' PPNS -- REST IGNORED.'
005720          GO TO PARAM-PPN-CARD-EXIT.
005730      ADD 1 TO PPN-COUNT.
005740      PERFORM CONVERT-PPN-TO-SIXBIT THRU
005750          CONVERT-PPN-TO-SIXBIT-EXIT.
005760      MOVE PPN-SIXBIT-WORK TO PPN-ENTRY (PPN-COUNT).
005770  PARAM-PPN-CARD-EXIT.
005780      EXIT.

005790  PARAM-PPN-ONE-CHAR.
005800      MOVE PARAM-VALUE-CHAR (PARAM-SCAN-INDEX) TO
005810          PARAM-DIGIT-X.
005820      IF PARAM-DIGIT-X IS EQUAL TO ' ' OR
005830              PARAM-DIGIT-X IS EQUAL TO '[' OR
005840              PARAM-DIGIT-X IS EQUAL TO ']'
005850          GO TO PARAM-PPN-ONE-CHAR-EXIT.
005860      IF PARAM-DIGIT-X IS EQUAL TO ','
005870          MOVE 'Y' TO PARAM-COMMA-SWITCH
005880          GO TO PARAM-PPN-ONE-CHAR-EXIT.
005890      IF PARAM-DIGIT-X IS LESS THAN '0' OR
005900              PARAM-DIGIT-X IS GREATER THAN '7'
005910          MOVE 'Y' TO PARAM-CARD-BAD-SWITCH
005920          GO TO PARAM-PPN-ONE-CHAR-EXIT.
005930      IF PARAM-COMMA-SEEN
005940          PERFORM PARAM-ACCUM-PROG THRU
005950              PARAM-ACCUM-PROG-EXIT
005960      ELSE
005970          PERFORM PARAM-ACCUM-PROJ THRU
005980              PARAM-ACCUM-PROJ-EXIT.
005990  PARAM-PPN-ONE-CHAR-EXIT.
006000      EXIT.

006010  PARAM-ACCUM-PROJ.
006020      MULTIPLY 8 BY PARAM-OCTAL-PROJ
006030          ON SIZE ERROR
006040              MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
006050      ADD PARAM-DIGIT-9 TO PARAM-OCTAL-PROJ.
006060  PARAM-ACCUM-PROJ-EXIT.
006070      EXIT.

006080  PARAM-ACCUM-PROG.
006090      MULTIPLY 8 BY PARAM-OCTAL-PROG
006100          ON SIZE ERROR
006110              MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
006120      ADD PARAM-DIGIT-9 TO PARAM-OCTAL-PROG.
006130  PARAM-ACCUM-PROG-EXIT.
006140      EXIT.

006150  CONVERT-PPN-TO-SIXBIT.
006160      MOVE PARAM-OCTAL-PROJ TO SIXBIT-WORK.
006170      MOVE 3 TO PPN-CHAR-INDEX.
006180      PERFORM SIXBIT-ONE-CHAR THRU
006190          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
006200      MOVE PARAM-OCTAL-PROG TO SIXBIT-WORK.
006210      MOVE 6 TO PPN-CHAR-INDEX.
006220      PERFORM SIXBIT-ONE-CHAR THRU
006230          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
006240  CONVERT-PPN-TO-SIXBIT-EXIT.
006250      EXIT.

006260  SIXBIT-ONE-CHAR.
006270      DIVIDE SIXBIT-WORK BY 64 GIVING SIXBIT-QUOT
006280          REMAINDER SIXBIT-CODE.
006290      MOVE SIXBIT-QUOT TO SIXBIT-WORK.
006300      ADD 1 TO SIXBIT-CODE.
006310      MOVE SIXBIT-CHAR (SIXBIT-CODE) TO
006320          PPN-SIXBIT-CHAR (PPN-CHAR-INDEX).
006330      SUBTRACT 1 FROM PPN-CHAR-INDEX.
006340  SIXBIT-ONE-CHAR-EXIT.
006350      EXIT.

006360* =====================================================
006370*  READ-LIBRARY-CATALOG -- HOLDS THE WHOLE CULLIB
006380*  CATALOG IN CORE, COMMENT CARDS AND ALL.  A CATALOG
006390*  TOO BIG TO HOLD IS STILL CONSULTED AS FAR AS IT WAS
006400*  READ, BUT IS NEVER REWRITTEN, SO NO CARD IS LOST.
006410* =====================================================
006420  READ-LIBRARY-CATALOG.
006430      MOVE SPACES TO LIBRARY-TABLE.
006440      OPEN INPUT LIBRARY-CATALOG.
006450      IF LIBRARY-CAT-STATUS IS NOT EQUAL TO '00'
006460          GO TO READ-LIBRARY-CATALOG-EXIT.
006470  READ-LIBRARY-CATALOG-LOOP.
006480      READ LIBRARY-CATALOG
006490          AT END GO TO READ-LIBRARY-CATALOG-CLOSE.
006500      IF LIBRARY-COUNT IS EQUAL TO 2000
006510          DISPLAY 'CULMAP: CULLIBDAT HAS MORE THAN 2000'
006520              ' CARDS -- NOT UPDATED.'
006530          MOVE 'Y' TO LIBRARY-TRUNC-SWITCH
006540          MOVE 'Y' TO LIBRARY-FULL-SWITCH
006550          GO TO READ-LIBRARY-CATALOG-CLOSE.
006560      ADD 1 TO LIBRARY-COUNT.
006570      MOVE LIBRARY-CAT-LINE TO LIBRARY-CARD (LIBRARY-COUNT).
006580      GO TO READ-LIBRARY-CATALOG-LOOP.
006590  READ-LIBRARY-CATALOG-CLOSE.
006600      CLOSE LIBRARY-CATALOG.
006610  READ-LIBRARY-CATALOG-EXIT.
006620      EXIT.

006630  REWRITE-LIBRARY-CATALOG.
006640      IF LIBRARY-CATALOG-TRUNCATED
006650          GO TO REWRITE-LIBRARY-CATALOG-EXIT.
006660      OPEN OUTPUT LIBRARY-CATALOG.
006670      IF LIBRARY-CAT-STATUS IS NOT EQUAL TO '00'
006680          DISPLAY 'CULMAP: CANNOT WRITE CULLIBDAT --'
006690              ' CATALOG NOT REWRITTEN.'
006700          GO TO REWRITE-LIBRARY-CATALOG-EXIT.
006710      PERFORM WRITE-ONE-LIBRARY-CARD THRU
006720          WRITE-ONE-LIBRARY-CARD-EXIT
006730          VARYING LIBRARY-INDEX FROM 1 BY 1
006740          UNTIL LIBRARY-INDEX IS GREATER THAN LIBRARY-COUNT.
006750      CLOSE LIBRARY-CATALOG.
006760  REWRITE-LIBRARY-CATALOG-EXIT.
006770      EXIT.
006780  WRITE-ONE-LIBRARY-CARD.
006790      MOVE LIBRARY-CARD (LIBRARY-INDEX) TO LIBRARY-CAT-LINE.
006800      WRITE LIBRARY-CAT-LINE.
006810  WRITE-ONE-LIBRARY-CARD-EXIT.
006820      EXIT.

006830* =====================================================
006840*  MAP-INPUT-SECTION -- SWEEPS EACH PPN'S UFD FOR MAP
006850*  FILES, RELEASING ONE SORT-LINE PER LOADED GLOBAL.
006860* =====================================================
006870  MAP-INPUT-SECTION SECTION.
006880  BEGIN-MAP-INPUT.
006890      PERFORM SWEEP-ONE-PPN THRU SWEEP-ONE-PPN-EXIT
006900          VARYING PPN-INDEX FROM 1 BY 1
006910          UNTIL PPN-INDEX IS GREATER THAN PPN-COUNT.
006920      DISPLAY 'SORTING MAP SYMBOLS'.
006930      GO TO MAP-INPUT-END.

006940  SWEEP-ONE-PPN.
006950      MOVE PPN-ENTRY (PPN-INDEX) TO UFD-FILE-PPN.
006960      OPEN INPUT UFD-FILE.
006970  UFD-SIFT.
006980      READ UFD-FILE; AT END GO TO CLEAN-UP.
006990      IF UFD-EXTENSION-ENTRY IS NOT EQUAL TO
007000              MAP-EXTENSION
007010          GO TO UFD-SIFT.
007020      PERFORM PROCESS-MAP-FILE THRU PROCESS-MAP-FILE-EXIT.
007030      GO TO UFD-SIFT.
007040  CLEAN-UP.
007050      CLOSE UFD-FILE.
007060  SWEEP-ONE-PPN-EXIT.
007070      EXIT.

007080  PROCESS-MAP-FILE.
007090      MOVE UFD-FILE-PPN TO MAP-LISTING-PPN.
007100      MOVE UFD-FILE-NAME-ENTRY TO MAP-FILE-PART.
007110      MOVE UFD-EXTENSION-ENTRY TO MAP-EXTENS-PART.
007120      MOVE SPACES TO MAP-CURRENT-MODULE.
007130      MOVE 'N' TO MAP-READ-BAD-SWITCH.
007140      OPEN INPUT MAP-LISTING.
007150      IF MAP-FILE-STATUS IS NOT EQUAL TO '00'
007160          DISPLAY 'CULMAP: CANNOT READ ' MAP-FILE-PART
007170              '.MAP -- SKIPPED.'
007180          GO TO PROCESS-MAP-FILE-EXIT.
007190      DISPLAY 'CULMAP: ' UFD-FILE-PPN ' ' MAP-FILE-PART
007200          '.' MAP-EXTENS-PART.
007210      ADD 1 TO MAPS-READ-COUNT.
007220  MAP-CYCLE-LOOP.
007230      READ MAP-LISTING;
007240          AT END GO TO MAP-CYCLE-END.
007250      IF MAP-READ-BAD
007260          DISPLAY 'CULMAP: READ ERROR ON '
007270              MAP-FILE-PART '.MAP -- REST OF FILE'
007280              ' SKIPPED.'
007290          GO TO MAP-CYCLE-END.
007300      PERFORM SIFT-ONE-MAP-LINE THRU
007310          SIFT-ONE-MAP-LINE-EXIT.
007320      GO TO MAP-CYCLE-LOOP.
007330  MAP-CYCLE-END.
007340      CLOSE MAP-LISTING.
007350  PROCESS-MAP-FILE-EXIT.
007360      EXIT.

007370* =====================================================
007380*  SIFT-ONE-MAP-LINE -- EXPANDS TABS, THEN SORTS THE
007390*  LINE INTO MODULE HEADER, LOADED-GLOBAL LINE, OR
007400*  NOISE (SEE REMARKS).  NOISE DROPS THE CURRENT
007410*  MODULE SO THE UNDEFINED-GLOBALS TRAILER AND PAGE
007420*  HEADERS NEVER CREDIT SYMBOLS TO A MODULE.
007430* =====================================================
007440  SIFT-ONE-MAP-LINE.
007450      PERFORM EXPAND-MAP-TABS THRU EXPAND-MAP-TABS-EXIT.
007460      IF MAP-NAME-COLS IS GREATER THAN SPACES
007470          GO TO SIFT-MAP-MODULE-LINE.
007480      IF MAP-SYMBOL-COLS IS NOT GREATER THAN SPACES
007490          MOVE SPACES TO MAP-CURRENT-MODULE
007500          GO TO SIFT-ONE-MAP-LINE-EXIT.
007510      IF MAP-CURRENT-MODULE IS EQUAL TO SPACES
007520          GO TO SIFT-ONE-MAP-LINE-EXIT.
007530      MOVE MAP-SYMBOL-COLS TO MAPS-SYMBOL-ID.
007540      MOVE MAP-CURRENT-MODULE TO MAPS-MODULE-ID.
007550      MOVE UFD-FILE-PPN TO MAPS-PPN-ID.
007560      MOVE MAP-FILE-PART TO MAPS-FILE-ID.
007570      RELEASE SORT-LINE.
007580      ADD 1 TO MAP-LINES-RELEASED-COUNT.
007590      GO TO SIFT-ONE-MAP-LINE-EXIT.
007600  SIFT-MAP-MODULE-LINE.
007610      PERFORM TEST-OCTAL-FIELD THRU TEST-OCTAL-FIELD-EXIT.
007620      IF OCTAL-FIELD-OK
007630          MOVE MAP-NAME-COLS TO MAP-CURRENT-MODULE
007640      ELSE
007650          MOVE SPACES TO MAP-CURRENT-MODULE.
007660  SIFT-ONE-MAP-LINE-EXIT.
007670      EXIT.

007680*  A MODULE LINE MUST CARRY ITS OCTAL LOAD ADDRESS IN
007690*  COLUMNS 9-14: DIGITS 0-7, LEFT-JUSTIFIED, BLANK
007700*  FILLED, AND NOT ALL BLANK.
007710  TEST-OCTAL-FIELD.
007720      MOVE 'N' TO OCTAL-FIELD-OK-SWITCH.
007730      MOVE 'N' TO OCTAL-BLANK-SWITCH.
007740      PERFORM TEST-ONE-OCTAL-CHAR THRU
007750          TEST-ONE-OCTAL-CHAR-EXIT
007760          VARYING OCTAL-SCAN-INDEX FROM 1 BY 1
007770          UNTIL OCTAL-SCAN-INDEX IS GREATER THAN 6.
007780      IF MAP-ADDRESS-CHAR (1) IS EQUAL TO SPACE
007790          MOVE 'N' TO OCTAL-FIELD-OK-SWITCH.
007800  TEST-OCTAL-FIELD-EXIT.
007810      EXIT.
007820  TEST-ONE-OCTAL-CHAR.
007830      IF MAP-ADDRESS-CHAR (OCTAL-SCAN-INDEX) IS EQUAL TO
007840              SPACE
007850          MOVE 'Y' TO OCTAL-BLANK-SWITCH
007860          GO TO TEST-ONE-OCTAL-CHAR-EXIT.
007870      IF OCTAL-BLANK-SWITCH IS EQUAL TO 'Y'
007880          MOVE 'N' TO OCTAL-FIELD-OK-SWITCH
007890          MOVE 'X' TO OCTAL-BLANK-SWITCH
007900          GO TO TEST-ONE-OCTAL-CHAR-EXIT.
007910      IF OCTAL-BLANK-SWITCH IS EQUAL TO 'X'
007920          GO TO TEST-ONE-OCTAL-CHAR-EXIT.
007930      IF MAP-ADDRESS-CHAR (OCTAL-SCAN-INDEX) IS LESS THAN
007940              '0' OR
007950          MAP-ADDRESS-CHAR (OCTAL-SCAN-INDEX) IS GREATER
007960              THAN '7'
007970          MOVE 'N' TO OCTAL-FIELD-OK-SWITCH
007980          MOVE 'X' TO OCTAL-BLANK-SWITCH
007990          GO TO TEST-ONE-OCTAL-CHAR-EXIT.
008000      MOVE 'Y' TO OCTAL-FIELD-OK-SWITCH.
008010  TEST-ONE-OCTAL-CHAR-EXIT.
008020      EXIT.

008030  EXPAND-MAP-TABS.
008040      MOVE MAP-LINES TO MAP-EXPAND-SOURCE.
008050      MOVE SPACES TO MAP-EXPAND-WORK.
008060      MOVE 1 TO MAP-TARGET-INDEX.
008070      PERFORM EXPAND-ONE-MAP-CHAR THRU
008080          EXPAND-ONE-MAP-CHAR-EXIT
008090          VARYING MAP-SOURCE-INDEX FROM 1 BY 1
008100          UNTIL MAP-SOURCE-INDEX IS GREATER THAN 133
008110              OR MAP-TARGET-INDEX IS GREATER THAN 133.
008120      MOVE MAP-EXPANDED-IMAGE TO MAP-BUFFER.
008130  EXPAND-MAP-TABS-EXIT.
008140      EXIT.
008150  EXPAND-ONE-MAP-CHAR.
008160      IF MAP-SOURCE-CHAR (MAP-SOURCE-INDEX) IS LESS
008170              THAN SPACE
008180          PERFORM EXPAND-TO-TAB-STOP THRU
008190              EXPAND-TO-TAB-STOP-EXIT
008200          GO TO EXPAND-ONE-MAP-CHAR-EXIT.
008210      MOVE MAP-SOURCE-CHAR (MAP-SOURCE-INDEX) TO
008220          MAP-TARGET-CHAR (MAP-TARGET-INDEX).
008230      ADD 1 TO MAP-TARGET-INDEX.
008240  EXPAND-ONE-MAP-CHAR-EXIT.
008250      EXIT.
008260  EXPAND-TO-TAB-STOP.
008270      ADD 1 TO MAP-TARGET-INDEX.
008280  EXPAND-TO-TAB-STOP-LOOP.
008290      SUBTRACT 1 FROM MAP-TARGET-INDEX
008300          GIVING TAB-STOP-WORK.
008310      DIVIDE TAB-STOP-WORK BY 8 GIVING TAB-STOP-QUOT
008320          REMAINDER TAB-STOP-REM.
008330      IF TAB-STOP-REM IS NOT EQUAL TO ZERO AND
008340              MAP-TARGET-INDEX IS NOT GREATER THAN 133
008350          ADD 1 TO MAP-TARGET-INDEX
008360          GO TO EXPAND-TO-TAB-STOP-LOOP.
008370  EXPAND-TO-TAB-STOP-EXIT.
008380      EXIT.
008390  MAP-INPUT-END.
008400* MAP SORT NOW PROCEEDS.

008410* =====================================================
008420*  MAP-MATCH-SECTION -- STREAMWISE MATCH OF THE SORTED
008430*  MAP SYMBOLS AGAINST THE BY-SYMBOL MASTER.  BOTH
008440*  SIDES ARRIVE IN SYMBOL ORDER; EACH SIDE IS BOILED
008450*  DOWN TO ONE AGGREGATE PER SYMBOL AND THE TWO
008460*  STREAMS ARE MERGED.
008470* =====================================================
008480  MAP-MATCH-SECTION SECTION.
008490  BEGIN-MAP-MATCH.
008500      DISPLAY 'MAP SORT COMPLETE.  MATCHING.'.
008510      PERFORM PRIME-CULL-SIDE THRU PRIME-CULL-SIDE-EXIT.
008520      PERFORM PRIME-MAP-SIDE THRU PRIME-MAP-SIDE-EXIT.
008530      PERFORM GET-CULL-SYMBOL THRU GET-CULL-SYMBOL-EXIT.
008540      PERFORM GET-MAP-SYMBOL THRU GET-MAP-SYMBOL-EXIT.
008550  MAP-MATCH-LOOP.
008560      IF CULL-SIDE-SYMBOL IS EQUAL TO HIGH-VALUES AND
008570              MAP-SIDE-SYMBOL IS EQUAL TO HIGH-VALUES
008580          GO TO MAP-MATCH-END.
008590      IF MAP-SIDE-SYMBOL IS LESS THAN CULL-SIDE-SYMBOL
008600          PERFORM REPORT-MAP-ONLY THRU
008610              REPORT-MAP-ONLY-EXIT
008620          PERFORM GET-MAP-SYMBOL THRU GET-MAP-SYMBOL-EXIT
008630          GO TO MAP-MATCH-LOOP.
008640      IF CULL-SIDE-SYMBOL IS LESS THAN MAP-SIDE-SYMBOL
008650          PERFORM REPORT-CULL-ONLY THRU
008660              REPORT-CULL-ONLY-EXIT
008670          PERFORM GET-CULL-SYMBOL THRU
008680              GET-CULL-SYMBOL-EXIT
008690          GO TO MAP-MATCH-LOOP.
008700      PERFORM REPORT-BOTH-SIDES THRU
008710          REPORT-BOTH-SIDES-EXIT.
008720      PERFORM GET-CULL-SYMBOL THRU GET-CULL-SYMBOL-EXIT.
008730      PERFORM GET-MAP-SYMBOL THRU GET-MAP-SYMBOL-EXIT.
008740      GO TO MAP-MATCH-LOOP.

008750*  ONE-RECORD LOOKAHEAD ON EACH SIDE, SO A WHOLE
008760*  SYMBOL GROUP CAN BE BOILED DOWN BEFORE THE MERGE
008770*  LOOKS AT IT.
008780  PRIME-CULL-SIDE.
008790      READ SYM-MASTER
008800          AT END
008810              MOVE HIGH-VALUES TO CULL-HOLD-SYMBOL
008820              MOVE 'Y' TO CULL-EOF-SWITCH
008830              GO TO PRIME-CULL-SIDE-EXIT.
008840      MOVE SYMQ-SYMBOL TO CULL-HOLD-SYMBOL.
008850      MOVE SYMQ-ELEMENT TO CULL-HOLD-ELEMENT.
008860      MOVE SYMQ-DEFN-FLAG TO CULL-HOLD-DEFN-FLAG.
008870      PERFORM NOTE-SWEPT-ELEMENT THRU
008880          NOTE-SWEPT-ELEMENT-EXIT.
008890  PRIME-CULL-SIDE-EXIT.
008900      EXIT.

008910  NOTE-SWEPT-ELEMENT.
008920      MOVE 'N' TO SWEPT-ELEMENT-FOUND-SWITCH.
008930      PERFORM TEST-ONE-SWEPT-ELEMENT THRU
008940          TEST-ONE-SWEPT-ELEMENT-EXIT
008950          VARYING SWEPT-ELEMENT-INDEX FROM 1 BY 1
008960          UNTIL SWEPT-ELEMENT-INDEX IS GREATER THAN
008970              SWEPT-ELEMENT-COUNT OR
008980          SWEPT-ELEMENT-FOUND.
008990      IF SWEPT-ELEMENT-FOUND
009000          GO TO NOTE-SWEPT-ELEMENT-EXIT.
009010      IF SWEPT-ELEMENT-COUNT IS EQUAL TO 1000
009020          PERFORM NOTE-SWEPT-ELEMENT-OVERFLOW THRU
009030              NOTE-SWEPT-ELEMENT-OVERFLOW-EXIT
009040          GO TO NOTE-SWEPT-ELEMENT-EXIT.
009050      ADD 1 TO SWEPT-ELEMENT-COUNT.
009060      MOVE CULL-HOLD-ELEMENT TO
009070          SWEPT-ELEMENT-ENTRY (SWEPT-ELEMENT-COUNT).
009080  NOTE-SWEPT-ELEMENT-EXIT.
009090      EXIT.
009100  TEST-ONE-SWEPT-ELEMENT.
009110      IF SWEPT-ELEMENT-ENTRY (SWEPT-ELEMENT-INDEX) IS
009120              EQUAL TO CULL-HOLD-ELEMENT
009130          MOVE 'Y' TO SWEPT-ELEMENT-FOUND-SWITCH.
009140  TEST-ONE-SWEPT-ELEMENT-EXIT.
009150      EXIT.
009160  NOTE-SWEPT-ELEMENT-OVERFLOW.
009170      IF NOT SWEPT-ELEMENT-TABLE-FULL
009180          DISPLAY 'CULMAP: MORE THAN 1000 SWEPT ELEMENTS'
009190              ' -- NO CATALOG CARDS ADDED.'
009200          MOVE 'Y' TO SWEPT-ELEMENT-FULL-SWITCH.
009210  NOTE-SWEPT-ELEMENT-OVERFLOW-EXIT.
009220      EXIT.

009230  GET-CULL-SYMBOL.
009240      IF CULL-SIDE-ENDED
009250          MOVE HIGH-VALUES TO CULL-SIDE-SYMBOL
009260          GO TO GET-CULL-SYMBOL-EXIT.
009270      MOVE CULL-HOLD-SYMBOL TO CULL-SIDE-SYMBOL.
009280      MOVE 'N' TO CULL-DEFINED-SWITCH.
009290      MOVE SPACES TO CULL-DEFN-ELEMENT.
009300  GET-CULL-SYMBOL-LOOP.
009310      IF CULL-HOLD-DEFN-FLAG IS EQUAL TO 'Y' AND
009320              NOT CULL-SIDE-DEFINED
009330          MOVE 'Y' TO CULL-DEFINED-SWITCH
009340          MOVE CULL-HOLD-ELEMENT TO CULL-DEFN-ELEMENT.
009350      PERFORM PRIME-CULL-SIDE THRU PRIME-CULL-SIDE-EXIT.
009360      IF NOT CULL-SIDE-ENDED AND
009370              CULL-HOLD-SYMBOL IS EQUAL TO
009380                  CULL-SIDE-SYMBOL
009390          GO TO GET-CULL-SYMBOL-LOOP.
009400  GET-CULL-SYMBOL-EXIT.
009410      EXIT.

009420  PRIME-MAP-SIDE.
009430      RETURN SORT-FILE RECORD;
009440          AT END
009450              MOVE HIGH-VALUES TO MAP-HOLD-SYMBOL
009460              MOVE 'Y' TO MAP-EOF-SWITCH
009470              GO TO PRIME-MAP-SIDE-EXIT.
009480      MOVE MAPS-SYMBOL-ID TO MAP-HOLD-SYMBOL.
009490      MOVE MAPS-MODULE-ID TO MAP-HOLD-MODULE.
009500      MOVE MAPS-FILE-ID TO MAP-HOLD-FILE.
009510  PRIME-MAP-SIDE-EXIT.
009520      EXIT.

009530  GET-MAP-SYMBOL.
009540      IF MAP-SIDE-ENDED
009550          MOVE HIGH-VALUES TO MAP-SIDE-SYMBOL
009560          GO TO GET-MAP-SYMBOL-EXIT.
009570      MOVE MAP-HOLD-SYMBOL TO MAP-SIDE-SYMBOL.
009580      MOVE MAP-HOLD-MODULE TO MAP-OWNER-MODULE.
009590      MOVE MAP-HOLD-FILE TO MAP-OWNER-FILE.
009600  GET-MAP-SYMBOL-LOOP.
009610      PERFORM PRIME-MAP-SIDE THRU PRIME-MAP-SIDE-EXIT.
009620      IF NOT MAP-SIDE-ENDED AND
009630              MAP-HOLD-SYMBOL IS EQUAL TO MAP-SIDE-SYMBOL
009640          GO TO GET-MAP-SYMBOL-LOOP.
009650  GET-MAP-SYMBOL-EXIT.
009660      EXIT.

009670  REPORT-MAP-ONLY.
009680      ADD 1 TO MAP-ONLY-COUNT.
009690      MOVE MAP-SIDE-SYMBOL TO MAPR-SYMBOL-OUT.
009700      MOVE 'MAP RESOLVES, NO SWEPT LISTING DEFINES' TO
009710          MAPR-TEXT-OUT.
009720      MOVE SPACES TO MAPR-CULL-ELEMENT-OUT.
009730      MOVE MAP-OWNER-MODULE TO MAPR-MAP-MODULE-OUT.
009740      MOVE MAP-OWNER-FILE TO MAPR-MAP-FILE-OUT.
009750      PERFORM WRITE-MAP-REPORT-LINE THRU
009760          WRITE-MAP-REPORT-LINE-EXIT.
009770      PERFORM NOTE-LIBRARY-CANDIDATE THRU
009780          NOTE-LIBRARY-CANDIDATE-EXIT.
009790  REPORT-MAP-ONLY-EXIT.
009800      EXIT.

009810*  A MAP-ONLY SYMBOL THE CATALOG ALREADY NAMES NEEDS
009820*  NOTHING; ANY OTHER IS HELD AS A CANDIDATE CARD.
009830  NOTE-LIBRARY-CANDIDATE.
009840      MOVE MAP-SIDE-SYMBOL TO LIBRARY-WORK-SYMBOL.
009850      PERFORM FIND-LIBRARY-SYMBOL THRU
009860          FIND-LIBRARY-SYMBOL-EXIT.
009870      IF LIBRARY-MATCH-INDEX IS NOT EQUAL TO ZERO
009880          GO TO NOTE-LIBRARY-CANDIDATE-EXIT.
009890      IF LIBC-COUNT IS EQUAL TO 2000
009900          PERFORM NOTE-CANDIDATE-OVERFLOW THRU
009910              NOTE-CANDIDATE-OVERFLOW-EXIT
009920          GO TO NOTE-LIBRARY-CANDIDATE-EXIT.
009930      ADD 1 TO LIBC-COUNT.
009940      MOVE MAP-SIDE-SYMBOL TO LIBC-SYMBOL (LIBC-COUNT).
009950      MOVE MAP-OWNER-MODULE TO LIBC-MODULE (LIBC-COUNT).
009960      MOVE MAP-OWNER-FILE TO LIBC-MAP-FILE (LIBC-COUNT).
009970  NOTE-LIBRARY-CANDIDATE-EXIT.
009980      EXIT.
009990  NOTE-CANDIDATE-OVERFLOW.
010000      IF NOT LIBC-TABLE-FULL
010010          DISPLAY 'CULMAP: MORE THAN 2000 NEW LIBRARY'
010020              ' SYMBOLS -- REST NOT CATALOGED.'
010030          MOVE 'Y' TO LIBC-FULL-SWITCH.
010040  NOTE-CANDIDATE-OVERFLOW-EXIT.
010050      EXIT.

010060  FIND-LIBRARY-SYMBOL.
010070      MOVE ZERO TO LIBRARY-MATCH-INDEX.
010080      PERFORM TEST-ONE-LIBRARY-SYMBOL THRU
010090          TEST-ONE-LIBRARY-SYMBOL-EXIT
010100          VARYING LIBRARY-INDEX FROM 1 BY 1
010110          UNTIL LIBRARY-INDEX IS GREATER THAN
010120              LIBRARY-COUNT OR
010130          LIBRARY-MATCH-INDEX IS NOT EQUAL TO ZERO.
010140  FIND-LIBRARY-SYMBOL-EXIT.
010150      EXIT.
010160  TEST-ONE-LIBRARY-SYMBOL.
010170      IF LIBT-COMMENT-FLAG (LIBRARY-INDEX) IS EQUAL TO '*'
010180          GO TO TEST-ONE-LIBRARY-SYMBOL-EXIT.
010190      IF LIBT-SYMBOL (LIBRARY-INDEX) IS EQUAL TO
010200              LIBRARY-WORK-SYMBOL
010210          MOVE LIBRARY-INDEX TO LIBRARY-MATCH-INDEX.
010220  TEST-ONE-LIBRARY-SYMBOL-EXIT.
010230      EXIT.

010240*  RUN ONCE THE MERGE IS OVER, WHEN EVERY SWEPT
010250*  ELEMENT HAS BEEN SEEN: A CANDIDATE LOADED FROM A
010260*  SWEPT ELEMENT IS A STALE LISTING (ALREADY ON THE
010270*  REPORT), NOT A LIBRARY ENTRY.
010280  FILE-LIBRARY-CANDIDATES.
010290      IF SWEPT-ELEMENT-TABLE-FULL
010300          GO TO FILE-LIBRARY-CANDIDATES-EXIT.
010310      PERFORM FILE-ONE-LIBRARY-CANDIDATE THRU
010320          FILE-ONE-LIBRARY-CANDIDATE-EXIT
010330          VARYING LIBC-INDEX FROM 1 BY 1
010340          UNTIL LIBC-INDEX IS GREATER THAN LIBC-COUNT.
010350  FILE-LIBRARY-CANDIDATES-EXIT.
010360      EXIT.
010370  FILE-ONE-LIBRARY-CANDIDATE.
010380      MOVE 'N' TO SWEPT-ELEMENT-FOUND-SWITCH.
010390      PERFORM TEST-CANDIDATE-MODULE THRU
010400          TEST-CANDIDATE-MODULE-EXIT
010410          VARYING SWEPT-ELEMENT-INDEX FROM 1 BY 1
010420          UNTIL SWEPT-ELEMENT-INDEX IS GREATER THAN
010430              SWEPT-ELEMENT-COUNT OR
010440          SWEPT-ELEMENT-FOUND.
010450      IF SWEPT-ELEMENT-FOUND
010460          GO TO FILE-ONE-LIBRARY-CANDIDATE-EXIT.
010470      IF LIBRARY-COUNT IS EQUAL TO 2000
010480          PERFORM NOTE-LIBRARY-OVERFLOW THRU
010490              NOTE-LIBRARY-OVERFLOW-EXIT
010500          GO TO FILE-ONE-LIBRARY-CANDIDATE-EXIT.
010510      MOVE 'SYS' TO LIBRARY-WORK-NAME.
010520      PERFORM FIND-MODULE-LIBRARY THRU
010530          FIND-MODULE-LIBRARY-EXIT
010540          VARYING LIBRARY-INDEX FROM 1 BY 1
010550          UNTIL LIBRARY-INDEX IS GREATER THAN
010560              LIBRARY-COUNT.
010570      ADD 1 TO LIBRARY-COUNT.
010580      MOVE SPACES TO LIBRARY-CARD (LIBRARY-COUNT).
010590      MOVE LIBC-SYMBOL (LIBC-INDEX) TO
010600          LIBT-SYMBOL (LIBRARY-COUNT).
010610      MOVE LIBRARY-WORK-NAME TO
010620          LIBT-LIBRARY (LIBRARY-COUNT).
010630      MOVE LIBC-MODULE (LIBC-INDEX) TO
010640          LIBT-MODULE (LIBRARY-COUNT).
010650      MOVE 'M' TO LIBT-SOURCE (LIBRARY-COUNT).
010660      MOVE LIBC-MAP-FILE (LIBC-INDEX) TO
010670          LIBT-MAP-FILE (LIBRARY-COUNT).
010680      MOVE 'FROM LINK-10 MAP' TO
010690          LIBT-REMARK (LIBRARY-COUNT).
010700      ADD 1 TO LIBRARY-ADDED-COUNT.
010710  FILE-ONE-LIBRARY-CANDIDATE-EXIT.
010720      EXIT.
010730  NOTE-LIBRARY-OVERFLOW.
010740      IF NOT LIBRARY-TABLE-FULL
010750          DISPLAY 'CULMAP: CULLIBDAT IS FULL AT 2000'
010760              ' CARDS -- REST NOT CATALOGED.'
010770          MOVE 'Y' TO LIBRARY-FULL-SWITCH.
010780  NOTE-LIBRARY-OVERFLOW-EXIT.
010790      EXIT.
010800  TEST-CANDIDATE-MODULE.
010810      IF SWEPT-ELEMENT-ENTRY (SWEPT-ELEMENT-INDEX) IS
010820              EQUAL TO LIBC-MODULE (LIBC-INDEX)
010830          MOVE 'Y' TO SWEPT-ELEMENT-FOUND-SWITCH.
010840  TEST-CANDIDATE-MODULE-EXIT.
010850      EXIT.
010860*  THE FIRST CARD ALREADY NAMING THE MODULE SAYS WHICH
010870*  LIBRARY IT COMES FROM.
010880  FIND-MODULE-LIBRARY.
010890      IF LIBRARY-WORK-NAME IS NOT EQUAL TO 'SYS'
010900          GO TO FIND-MODULE-LIBRARY-EXIT.
010910      IF LIBT-COMMENT-FLAG (LIBRARY-INDEX) IS EQUAL TO '*'
010920          GO TO FIND-MODULE-LIBRARY-EXIT.
010930      IF LIBT-MODULE (LIBRARY-INDEX) IS EQUAL TO
010940              LIBC-MODULE (LIBC-INDEX)
010950          MOVE LIBT-LIBRARY (LIBRARY-INDEX) TO
010960              LIBRARY-WORK-NAME.
010970  FIND-MODULE-LIBRARY-EXIT.
010980      EXIT.

010990*  A SYMBOL THE SWEEP MERELY REFERENCES BUT NEVER
011000*  DEFINES IS CULUNDLST MATERIAL, NOT DEADWEIGHT --
011010*  ONLY DEFINED SYMBOLS CAN BE 'NEVER LOADED'.
011020  REPORT-CULL-ONLY.
011030      IF NOT CULL-SIDE-DEFINED
011040          GO TO REPORT-CULL-ONLY-EXIT.
011050      ADD 1 TO CULL-ONLY-COUNT.
011060      MOVE CULL-SIDE-SYMBOL TO MAPR-SYMBOL-OUT.
011070      MOVE 'DEFINED IN SWEEP, NEVER LOADED' TO
011080          MAPR-TEXT-OUT.
011090      MOVE CULL-DEFN-ELEMENT TO MAPR-CULL-ELEMENT-OUT.
011100      MOVE SPACES TO MAPR-MAP-MODULE-OUT.
011110      MOVE SPACES TO MAPR-MAP-FILE-OUT.
011120      PERFORM WRITE-MAP-REPORT-LINE THRU
011130          WRITE-MAP-REPORT-LINE-EXIT.
011140  REPORT-CULL-ONLY-EXIT.
011150      EXIT.

011160  REPORT-BOTH-SIDES.
011170      IF NOT CULL-SIDE-DEFINED
011180          PERFORM REPORT-MAP-ONLY THRU
011190              REPORT-MAP-ONLY-EXIT
011200          GO TO REPORT-BOTH-SIDES-EXIT.
011210      IF CULL-DEFN-ELEMENT IS EQUAL TO MAP-OWNER-MODULE
011220          GO TO REPORT-BOTH-SIDES-EXIT.
011230      ADD 1 TO OWNER-DIFF-COUNT.
011240      MOVE CULL-SIDE-SYMBOL TO MAPR-SYMBOL-OUT.
011250      MOVE 'DEFINITION OWNER DIFFERS, MAP VS CULL' TO
011260          MAPR-TEXT-OUT.
011270      MOVE CULL-DEFN-ELEMENT TO MAPR-CULL-ELEMENT-OUT.
011280      MOVE MAP-OWNER-MODULE TO MAPR-MAP-MODULE-OUT.
011290      MOVE MAP-OWNER-FILE TO MAPR-MAP-FILE-OUT.
011300      PERFORM WRITE-MAP-REPORT-LINE THRU
011310          WRITE-MAP-REPORT-LINE-EXIT.
011320  REPORT-BOTH-SIDES-EXIT.
011330      EXIT.

011340  WRITE-MAP-REPORT-LINE.
011350      IF MAPR-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
011360          PERFORM MAPR-PAGE-HEAD THRU MAPR-PAGE-HEAD-EXIT.
011370      WRITE MAP-REPORT-LINE FROM MAPR-COMPOSER
011380          AFTER ADVANCING 1 LINE.
011390      ADD 1 TO MAPR-LINE-COUNT.
011400  WRITE-MAP-REPORT-LINE-EXIT.
011410      EXIT.

011420  MAPR-PAGE-HEAD.
011430      ADD 1 TO MAPR-PAGE-COUNT.
011440      MOVE 'MAP RECONCILIATION' TO HEADING-1-TITLE.
011450      MOVE MAPR-PAGE-COUNT TO HEADING-1-PAGE.
011460      WRITE MAP-REPORT-LINE FROM HEADING-1
011470          AFTER ADVANCING PAGE.
011480      WRITE MAP-REPORT-LINE FROM HEADING-2
011490          AFTER ADVANCING 1 LINE.
011500      WRITE MAP-REPORT-LINE FROM MAPR-TITLES
011510          AFTER ADVANCING 2 LINES.
011520      MOVE SPACES TO MAP-REPORT-LINE.
011530      WRITE MAP-REPORT-LINE AFTER ADVANCING 1 LINE.
011540      MOVE ZERO TO MAPR-LINE-COUNT.
011550  MAPR-PAGE-HEAD-EXIT.
011560      EXIT.

011570  WRITE-TOTALS-TRAILER.
011580      IF MAPR-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
011590          PERFORM MAPR-PAGE-HEAD THRU MAPR-PAGE-HEAD-EXIT.
011600      MOVE MAP-ONLY-COUNT TO MAP-ONLY-DISP.
011610      MOVE CULL-ONLY-COUNT TO CULL-ONLY-DISP.
011620      MOVE OWNER-DIFF-COUNT TO OWNER-DIFF-DISP.
011630      MOVE SPACES TO TRAILER-WORK.
011640      STRING 'MAP ONLY=' MAP-ONLY-DISP
011650          '  NEVER LOADED=' CULL-ONLY-DISP
011660          '  OWNER DIFFERS=' OWNER-DIFF-DISP
011670          DELIMITED BY SIZE INTO TRAILER-WORK.
011680      WRITE MAP-REPORT-LINE FROM TRAILER-WORK
011690          AFTER ADVANCING 2 LINES.
011700      MOVE LIBRARY-ADDED-COUNT TO LIBRARY-ADDED-DISP.
011710      MOVE SPACES TO TRAILER-WORK.
011720      STRING 'LIBRARY SYMBOLS ADDED TO CULLIB.DAT='
011730          LIBRARY-ADDED-DISP
011740          DELIMITED BY SIZE INTO TRAILER-WORK.
011750      WRITE MAP-REPORT-LINE FROM TRAILER-WORK
011760          AFTER ADVANCING 1 LINE.
011770  WRITE-TOTALS-TRAILER-EXIT.
011780      EXIT.

011790*  THE MERGE LOOP LANDS HERE, PAST EVERY HELPER
011800*  PARAGRAPH, SO NOTHING BELOW THE LOOP IS EVER
011810*  FALLEN INTO; THE TRAILER ENDS THE REPORT AND THE
011820*  SECTION ENDS THE OUTPUT PROCEDURE.
011830  MAP-MATCH-END.
011840      PERFORM FILE-LIBRARY-CANDIDATES THRU
011850          FILE-LIBRARY-CANDIDATES-EXIT.
011860      PERFORM WRITE-TOTALS-TRAILER THRU
011870          WRITE-TOTALS-TRAILER-EXIT.
011880* MAP RECONCILIATION COMPLETE.
