000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.  CULMET.
000030  AUTHOR.  R T LOWELL.
000040  INSTALLATION.  NATIONAL INSTITUTES OF HEALTH,
000050      BETHESDA, MARYLAND 20014
000060  DATE-WRITTEN.  OCTOBER 15, 2026.
000070  DATE-COMPILED.
000080  SECURITY.  UNCLASSIFIED.
000090  REMARKS.
000100      COUPLING METRICS OVER THE KEYED MASTERS (CULSYM.MAS
000110      AND CULELE.MAS) THAT CULL BANKS AT THE END OF EVERY
000120      FULL SWEEP.  BEFORE AN ELEMENT IS CHANGED THE
000130      CHANGE-CONTROL BOARD WANTS TO KNOW HOW MANY THINGS
000140      DEPEND ON IT; CULMET ANSWERS FOR EVERY ELEMENT AND
000150      EVERY GLOBAL AT ONCE, WITHOUT RERUNNING THE SWEEP.

000160      FOR EACH ELEMENT:
000170          FAN-OUT   HOW MANY OTHER ELEMENTS IT USES.
000180          FAN-IN    HOW MANY OTHER ELEMENTS USE IT.
000190          DEFINES   HOW MANY GLOBALS IT DEFINES.
000200          REFERS    HOW MANY GLOBALS IT ONLY REFERENCES.
000210      FOR EACH GLOBAL SYMBOL:
000220          ELEMENTS  HOW MANY ELEMENTS TOUCH IT.
000230          LINES     HOW MANY CROSS-REFERENCE LINES CARRY
000240                    IT.
000250          USERS     HOW MANY ELEMENTS TAKE IT FROM ITS
000260                    DEFINER.

000270      A REFERENCE IS RESOLVED EXACTLY AS CULL RESOLVES IT
000280      FOR CULDEPLST: THE FIRST ELEMENT IN THE SYMBOL'S
000290      GROUP WITH A DEFINING LINE IS THE DEFINER, AND EVERY
000300      OTHER ELEMENT IN THE GROUP DEPENDS ON IT.  FAN-OUT
000310      AND FAN-IN COUNT DISTINCT ELEMENTS BY NAME, SO AN
000320      ELEMENT TAKING TEN GLOBALS FROM ONE OTHER ELEMENT
000330      HAS A FAN-OUT OF ONE, AND THE FIGURES AGREE WITH
000340      THE ELEMENTS CULDEPLST NAMES.  A GLOBAL NOBODY
000350      DEFINES HAS NO USERS.

000360      THE CONTROL DECK IS CULMET.DAT (SAME DEVICE AS THE
000370      MASTERS), AND MAY BE LEFT OUT.  KEYWORD IN COLUMNS
000380      1-8, VALUE FROM COLUMN 9:
000390          TOP     20        HOW MANY ENTRIES EACH RANKING
000400                            PRINTS, 1 TO 99 (DEFAULT 20).
000410          JUMP    5         HOW FAR A FAN-IN OR FAN-OUT
000420                            MUST RISE SINCE THE PREVIOUS
000430                            GENERATION TO BE REPORTED
000440                            (DEFAULT 5).
000450      CARDS THAT CANNOT BE UNDERSTOOD ARE ANNOUNCED ON
000460      THE TTY AND IGNORED.

000470      OUTPUT IS ONE PAGED LPT REPORT ON CULMETLST:
000480          TOP ELEMENTS BY FAN-IN,
000490          TOP ELEMENTS BY FAN-OUT,
000500          FAN JUMPS SINCE THE PREVIOUS GENERATION,
000510          TOP SYMBOLS BY ELEMENTS TOUCHING,
000520          THE FULL ELEMENT LISTING IN NAME ORDER,
000530          THE FULL SYMBOL LISTING IN NAME ORDER,
000540      AND A SUMMARY.  EACH PAGE CARRIES THE CULL
000550      GENERATION AND RUN DATE OF THE MASTERS.

000560      THE ELEMENT FIGURES ARE KEPT ON CULMTH.DAT FOR THE
000570      NEXT RUN.  EACH RECORD HOLDS THE FIGURES OF THIS
000580      GENERATION AND OF THE GENERATION BEFORE IT, SO A
000590      SECOND CULMET AGAINST THE SAME MASTERS COMPARES
000600      WITH THE SAME EARLIER FIGURES AS THE FIRST.  A NEW
000610      ELEMENT IS REPORTED AS A JUMP WHEN EITHER FIGURE
000620      REACHES THE THRESHOLD.  FIGURES ARE NOT KEPT FROM A
000630      RUN WHOSE TABLES FILLED.

000640      RUN CULL FIRST: CULMET ONLY READS WHAT THE LAST
000650      FULL SWEEP BANKED, AND PRINTS NOTHING FROM A SET
000660      THAT CULL LEFT PART WAY THROUGH ITS COMMIT OR WHOSE
000670      MASTERS ARE NOT BOTH OF ONE GENERATION.

000680      MODIFICATION HISTORY.
000690      15 OCT 26  RTL  ORIGINAL.

000700  ENVIRONMENT DIVISION.
000710  CONFIGURATION SECTION.
000720  SOURCE-COMPUTER.  DECSYSTEM-10.
000730  OBJECT-COMPUTER.  DECSYSTEM-10.
000740  INPUT-OUTPUT SECTION.
000750  FILE-CONTROL.
000760      SELECT SYM-MASTER ASSIGN TO DSK
000770          ORGANIZATION IS INDEXED
000780          ACCESS MODE IS SEQUENTIAL
000790          RECORD KEY IS SYMQ-KEY
000800          FILE STATUS IS SYM-MASTER-STATUS.
000810      SELECT ELEM-MASTER ASSIGN TO DSK
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS SEQUENTIAL
000840          RECORD KEY IS ELEMQ-KEY
000850          FILE STATUS IS ELEM-MASTER-STATUS.
000860      SELECT RUN-CONTROL ASSIGN TO DSK
000870          ACCESS MODE IS SEQUENTIAL
000880          RECORDING MODE IS ASCII
000890          FILE STATUS IS RUN-CONTROL-STATUS.
000900      SELECT METRIC-LISTINGS ASSIGN TO DSK
000910          ACCESS MODE IS SEQUENTIAL
000920          RECORDING MODE IS ASCII.
000930      SELECT METRIC-DECK ASSIGN TO DSK
000940          ACCESS MODE IS SEQUENTIAL
000950          RECORDING MODE IS ASCII
000960          FILE STATUS IS METRIC-DECK-STATUS.
000970      SELECT METRIC-HISTORY ASSIGN TO DSK
000980          ACCESS MODE IS SEQUENTIAL
000990          RECORDING MODE IS ASCII
001000          FILE STATUS IS METRIC-HISTORY-STATUS.

001010  DATA DIVISION.
001020  FILE SECTION.
001030  FD SYM-MASTER LABEL RECORDS ARE STANDARD
001040      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
001050      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
001060  01 SYM-MASTER-RECORD.
001070      02 SYMQ-KEY.
001080          03 SYMQ-SYMBOL PICTURE X(6).
001090          03 SYMQ-SEQ PICTURE 9(4).
001100      02 SYMQ-ELEMENT PICTURE X(6).
001110      02 SYMQ-PPN PICTURE X(6).
001120      02 SYMQ-EXTENS PICTURE X(3).
001130      02 SYMQ-DEFN-FLAG PICTURE X(1).
001140      02 SYMQ-REFS PICTURE X(120).
001150* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
001160  01 SYM-STAMP-RECORD.
001170      02 FILLER PICTURE X(26).
001180      02 SYMS-GENERATION PICTURE 9(6).
001190      02 FILLER PICTURE X(114).
001200  FD ELEM-MASTER LABEL RECORDS ARE STANDARD
001210      VALUE OF IDENTIFICATION IS ELEM-MASTER-NAME
001220      DATA RECORDS ARE ELEM-MASTER-RECORD,
001230          ELEM-STAMP-RECORD.
001240  01 ELEM-MASTER-RECORD.
001250      02 ELEMQ-KEY.
001260          03 ELEMQ-ELEMENT PICTURE X(6).
001270          03 ELEMQ-SEQ PICTURE 9(4).
001280      02 ELEMQ-SYMBOL PICTURE X(6).
001290      02 ELEMQ-PPN PICTURE X(6).
001300      02 ELEMQ-EXTENS PICTURE X(3).
001310      02 ELEMQ-DEFN-FLAG PICTURE X(1).
001320      02 ELEMQ-REFS PICTURE X(120).
001330  01 ELEM-STAMP-RECORD.
001340      02 FILLER PICTURE X(26).
001350      02 ELEMS-GENERATION PICTURE 9(6).
001360      02 FILLER PICTURE X(114).
001370* THE CULL RUN CONTROL RECORD (SEE CULL).
001380  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001390      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001400      DATA RECORDS ARE RUN-CONTROL-LINE.
001410  01 RUN-CONTROL-LINE.
001420      02 CTL-GENERATION PICTURE 9(6).
001430      02 FILLER PICTURE X(1).
001440      02 CTL-RUN-DATE.
001450          03 CTL-RUN-YY PICTURE X(2).
001460          03 CTL-RUN-MM PICTURE X(2).
001470          03 CTL-RUN-DD PICTURE X(2).
001480      02 FILLER PICTURE X(1).
001490      02 CTL-RUN-TIME.
001500          03 CTL-RUN-HH PICTURE X(2).
001510          03 CTL-RUN-MIN PICTURE X(2).
001520      02 FILLER PICTURE X(1).
001530      02 CTL-STATE PICTURE X(1).
001540      02 FILLER PICTURE X(1).
001550      02 CTL-PPNS PICTURE X(56).
001560      02 CTL-EXTS PICTURE X(16).
001570  FD METRIC-LISTINGS LABEL RECORDS ARE STANDARD
001580      VALUE OF IDENTIFICATION IS METRIC-LISTING-NAME
001590      DATA RECORDS ARE METRIC-LINE.
001600  01 METRIC-LINE PICTURE X(100).
001610  FD METRIC-DECK LABEL RECORDS ARE STANDARD
001620      VALUE OF IDENTIFICATION IS METRIC-DECK-NAME
001630      DATA RECORDS ARE DECK-LINE.
001640  01 DECK-LINE.
001650      02 DECK-KEYWORD PICTURE X(8).
001660      02 DECK-VALUE PICTURE X(72).
001670* ONE RECORD PER ELEMENT: THIS GENERATION'S FIGURES AND
001680* THE FIGURES THEY WERE COMPARED WITH.
001690  FD METRIC-HISTORY LABEL RECORDS ARE STANDARD
001700      VALUE OF IDENTIFICATION IS METRIC-HISTORY-NAME
001710      DATA RECORDS ARE METRIC-HISTORY-LINE.
001720  01 METRIC-HISTORY-LINE.
001730      02 MTH-ELEMENT PICTURE X(6).
001740      02 FILLER PICTURE X(1).
001750      02 MTH-GENERATION PICTURE 9(6).
001760      02 FILLER PICTURE X(1).
001770      02 MTH-FAN-OUT PICTURE 9(4).
001780      02 FILLER PICTURE X(1).
001790      02 MTH-FAN-IN PICTURE 9(4).
001800      02 FILLER PICTURE X(1).
001810      02 MTH-BASIS-GEN PICTURE 9(6).
001820      02 FILLER PICTURE X(1).
001830      02 MTH-BASIS-FLAG PICTURE X(1).
001840      02 FILLER PICTURE X(1).
001850      02 MTH-BASIS-OUT PICTURE 9(4).
001860      02 FILLER PICTURE X(1).
001870      02 MTH-BASIS-IN PICTURE 9(4).

001880  WORKING-STORAGE SECTION.
001890  77 SYM-MASTER-NAME PICTURE X(9)
001900      VALUE IS 'CULSYMMAS'.
001910  77 SYM-MASTER-STATUS PICTURE X(2).
001920  77 ELEM-MASTER-NAME PICTURE X(9)
001930      VALUE IS 'CULELEMAS'.
001940  77 ELEM-MASTER-STATUS PICTURE X(2).
001950  77 RUN-CONTROL-NAME PICTURE X(9)
001960      VALUE IS 'CULCTLDAT'.
001970  77 RUN-CONTROL-STATUS PICTURE X(2).
001980  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
001990  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
002000      88 SET-REFUSED VALUE IS 'Y'.
002010  77 STAMP-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
002020      88 STAMP-MATCHED VALUE IS 'Y'.
002030  77 METRIC-LISTING-NAME PICTURE X(9)
002040      VALUE IS 'CULMETLST'.
002050  77 METRIC-DECK-NAME PICTURE X(9)
002060      VALUE IS 'CULMETDAT'.
002070  77 METRIC-DECK-STATUS PICTURE X(2).
002080  77 METRIC-HISTORY-NAME PICTURE X(9)
002090      VALUE IS 'CULMTHDAT'.
002100  77 METRIC-HISTORY-STATUS PICTURE X(2).

002110*  CONTROL DECK SETTINGS (SEE REMARKS).
002120  77 TOP-WANTED PICTURE 9(2) VALUE IS 20.
002130  77 JUMP-WANTED PICTURE 9(4) VALUE IS 5.
002140  01 DECK-VALUE-WORK.
002150      02 DECK-VALUE-CHAR PICTURE X(1) OCCURS 72 TIMES.
002160  77 DECK-SCAN-INDEX PICTURE 9(2).
002170  77 DECK-NUMBER-VALUE PICTURE 9(4).
002180  77 DECK-CARD-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
002190      88 DECK-CARD-BAD VALUE IS 'Y'.
002200  01 DECK-DIGIT-WORK.
002210      02 DECK-DIGIT-X PICTURE X(1).
002220  01 DECK-DIGIT-RED REDEFINES DECK-DIGIT-WORK.
002230      02 DECK-DIGIT-9 PICTURE 9(1).

002240*  ONE ENTRY PER ELEMENT NAME, LOADED IN NAME ORDER FROM
002250*  CULELE.MAS, SO THE FULL LISTING NEEDS NO SORT.  THE
002260*  BASIS FIGURES ARE THE EARLIER GENERATION'S, FROM
002270*  CULMTH.DAT.
002280  01 ELEMENT-TABLE.
002290      02 ELEMENT-ENTRY OCCURS 500 TIMES.
002300          03 ELEMENT-NAME PICTURE X(6).
002310          03 ELEMENT-FAN-OUT PICTURE 9(4).
002320          03 ELEMENT-FAN-IN PICTURE 9(4).
002330          03 ELEMENT-DEFINES PICTURE 9(4).
002340          03 ELEMENT-REFERS PICTURE 9(4).
002350          03 ELEMENT-BASIS-FLAG PICTURE X(1).
002360          03 ELEMENT-BASIS-OUT PICTURE 9(4).
002370          03 ELEMENT-BASIS-IN PICTURE 9(4).
002380          03 ELEMENT-RANKED PICTURE X(1).
002390  77 ELEMENT-COUNT PICTURE 9(3) VALUE IS ZERO.
002400  77 ELEMENT-INDEX PICTURE 9(3).
002410  77 ELEMENT-FOUND-INDEX PICTURE 9(3).
002420  77 ELEMENT-TARGET PICTURE X(6).

002430*  ONE ENTRY PER DISTINCT DEPENDENCY BETWEEN TWO
002440*  ELEMENTS, WHATEVER GLOBAL CARRIES IT.
002450  01 EDGE-TABLE.
002460      02 EDGE-ENTRY OCCURS 3000 TIMES.
002470          03 EDGE-FROM PICTURE 9(3).
002480          03 EDGE-TO PICTURE 9(3).
002490  77 EDGE-COUNT PICTURE 9(4) VALUE IS ZERO.
002500  77 EDGE-INDEX PICTURE 9(4).
002510  77 EDGE-FROM-WORK PICTURE 9(3).
002520  77 EDGE-DUP-SWITCH PICTURE X(1) VALUE IS 'N'.
002530      88 EDGE-DUPLICATE VALUE IS 'Y'.
002540  77 TABLE-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
002550      88 TABLE-FULL VALUE IS 'Y'.

002560*  THE DISTINCT ELEMENT/PPN/EXTENSION ENTRIES OF THE
002570*  SYMBOL GROUP IN HAND, IN MASTER ORDER, AS CULL WALKS
002580*  A GROUP FOR CULDEPLST.
002590  01 GROUP-TABLE.
002600      02 GROUP-ENTRY OCCURS 500 TIMES.
002610          03 GROUP-ELEMENT PICTURE X(6).
002620          03 GROUP-PPN PICTURE X(6).
002630          03 GROUP-EXTENS PICTURE X(3).
002640          03 GROUP-DEFN-FLAG PICTURE X(1).
002650  77 GROUP-SYMBOL PICTURE X(6).
002660  77 GROUP-ENTRY-COUNT PICTURE 9(3) VALUE IS ZERO.
002670  77 GROUP-INDEX PICTURE 9(3).
002680  77 GROUP-DEFINER-INDEX PICTURE 9(3).
002690  77 GROUP-LINE-COUNT PICTURE 9(5) VALUE IS ZERO.
002700  77 GROUP-USER-COUNT PICTURE 9(3) VALUE IS ZERO.
002710  77 GROUP-NAME-WORK PICTURE X(6).
002720  77 GROUP-NAME-DEFN-SWITCH PICTURE X(1) VALUE IS 'N'.
002730      88 GROUP-NAME-DEFINES VALUE IS 'Y'.
002740  77 SYMBOL-PASS-SWITCH PICTURE X(1) VALUE IS 'R'.
002750      88 SYMBOL-RANK-PASS VALUE IS 'R'.
002760      88 SYMBOL-LIST-PASS VALUE IS 'L'.

002770*  THE SYMBOL RANKING, KEPT IN ORDER AS THE MASTER IS
002780*  READ.  A SYMBOL ONLY DISPLACES ONE IT BEATS, SO TIES
002790*  KEEP NAME ORDER.
002800  01 TOP-SYMBOL-TABLE.
002810      02 TOP-SYM-ENTRY OCCURS 99 TIMES.
002820          03 TOP-SYM-NAME PICTURE X(6).
002830          03 TOP-SYM-ELEMENTS PICTURE 9(3).
002840          03 TOP-SYM-LINES PICTURE 9(5).
002850          03 TOP-SYM-USERS PICTURE 9(3).
002860          03 TOP-SYM-DEFINER PICTURE X(6).
002870  77 TOP-SYM-COUNT PICTURE 9(2) VALUE IS ZERO.
002880  77 TOP-SYM-INDEX PICTURE 9(3).
002890  77 TOP-SYM-PRIOR PICTURE 9(3).
002900  77 TOP-SYM-SLOT PICTURE 9(2).

002910*  ELEMENT RANKING WORK.
002920  77 RANK-BY-SWITCH PICTURE X(1) VALUE IS 'I'.
002930      88 RANK-BY-FAN-IN VALUE IS 'I'.
002940  77 RANK-INDEX PICTURE 9(3).
002950  77 BEST-INDEX PICTURE 9(3).
002960  77 BEST-MAJOR PICTURE 9(4).
002970  77 BEST-MINOR PICTURE 9(4).
002980  77 CANDIDATE-MAJOR PICTURE 9(4).
002990  77 CANDIDATE-MINOR PICTURE 9(4).
003000  77 RANK-LINES-PRINTED PICTURE 9(4) VALUE IS ZERO.

003010*  JUMP WORK.
003020  77 BASIS-FOUND-SWITCH PICTURE X(1) VALUE IS 'N'.
003030      88 BASIS-FOUND VALUE IS 'Y'.
003040  77 BASIS-GENERATION PICTURE 9(6) VALUE IS ZERO.
003050  77 BASIS-GEN-DISP PICTURE ZZZZZ9.
003060  77 JUMP-RISE PICTURE 9(4).
003070  77 JUMP-IN-SWITCH PICTURE X(1) VALUE IS 'N'.
003080      88 JUMP-IN VALUE IS 'Y'.
003090  77 JUMP-OUT-SWITCH PICTURE X(1) VALUE IS 'N'.
003100      88 JUMP-OUT VALUE IS 'Y'.

003110*  RUN TOTALS.
003120  77 SYMBOL-TOTAL PICTURE 9(5) VALUE IS ZERO.
003130  77 UNDEFINED-TOTAL PICTURE 9(5) VALUE IS ZERO.
003140  77 JUMP-TOTAL PICTURE 9(4) VALUE IS ZERO.
003150  77 ELEMENT-DISP PICTURE ZZZ9.
003160  77 SYMBOL-DISP PICTURE ZZZZ9.
003170  77 UNDEFINED-DISP PICTURE ZZZZ9.
003180  77 EDGE-DISP PICTURE ZZZ9.
003190  77 JUMP-DISP PICTURE ZZZ9.
003200  77 TOP-DISP PICTURE Z9.
003210  77 JUMP-WANTED-DISP PICTURE ZZZ9.

003220*  LPT PAGE CONTROL, AS ON CULRPTLST.
003230  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
003240  77 RPT-LINE-COUNT PICTURE 9(2) VALUE IS 99.
003250  77 RPT-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
003260  01 HEADING-1.
003270      02 FILLER PICTURE X(6) VALUE IS 'CULMET'.
003280      02 HEADING-1-TITLE PICTURE X(27).
003290      02 FILLER PICTURE XX VALUE IS '  '.
003300      02 HEADING-1-DATE PICTURE X(8).
003310      02 FILLER PICTURE XX VALUE IS '  '.
003320      02 HEADING-1-TIME PICTURE X(5).
003330      02 FILLER PICTURE XX VALUE IS '  '.
003340      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
003350      02 HEADING-1-PAGE PICTURE ZZZ9.
003360      02 FILLER PICTURE X(11) VALUE IS '  CULL GEN '.
003370      02 HEADING-1-GEN PICTURE ZZZZZ9.
003380      02 FILLER PICTURE X(4) VALUE IS ' OF '.
003390      02 HEADING-1-CULL-DATE PICTURE X(8).
003400      02 FILLER PICTURE X VALUE IS ' '.
003410      02 HEADING-1-CULL-TIME PICTURE X(5).
003420  01 RUN-DATE-RAW.
003430      02 RUN-YY PICTURE X(2).
003440      02 RUN-MM PICTURE X(2).
003450      02 RUN-DD PICTURE X(2).
003460  01 RUN-TIME-RAW.
003470      02 RUN-HH PICTURE X(2).
003480      02 RUN-MIN PICTURE X(2).
003490      02 FILLER PICTURE X(4).
003500  01 RANK-TITLES.
003510      02 FILLER PICTURE X(33) VALUE IS
003520          'RANK  ELEMENT  FAN-IN  FAN-OUT  D'.
003530      02 FILLER PICTURE X(33) VALUE IS
003540          'EFINES   REFERS   PRV-IN  PRV-OUT'.
003550  01 LISTING-TITLES.
003560      02 FILLER PICTURE X(33) VALUE IS
003570          '      ELEMENT  FAN-IN  FAN-OUT  D'.
003580      02 FILLER PICTURE X(33) VALUE IS
003590          'EFINES   REFERS   PRV-IN  PRV-OUT'.
003600  77 JUMP-TITLES PICTURE X(66) VALUE IS
003610      'ELEMENT  PRV-IN   FAN-IN  PRV-OUT  FAN-OUT  NOTE'.
003620  77 SYMBOL-TITLES PICTURE X(66) VALUE IS
003630      'RANK  SYMBOL ELEMENTS    LINES    USERS  DEFINER'.
003640  77 SYMBOL-LIST-TITLES PICTURE X(66) VALUE IS
003650      '      SYMBOL ELEMENTS    LINES    USERS  DEFINER'.
003660  77 SECTION-TITLE PICTURE X(66).
003670  77 SECTION-NAME PICTURE X(27).

003680  01 ELEMENT-COMPOSER.
003690      02 ELEMENT-RANK-OUT PICTURE ZZZZ.
003700      02 FILLER PICTURE XX VALUE IS '  '.
003710      02 ELEMENT-NAME-OUT PICTURE X(6).
003720      02 FILLER PICTURE X(4) VALUE IS SPACES.
003730      02 ELEMENT-IN-OUT PICTURE ZZZZ9.
003740      02 FILLER PICTURE X(4) VALUE IS SPACES.
003750      02 ELEMENT-OUT-OUT PICTURE ZZZZ9.
003760      02 FILLER PICTURE X(4) VALUE IS SPACES.
003770      02 ELEMENT-DEFINES-OUT PICTURE ZZZZ9.
003780      02 FILLER PICTURE X(4) VALUE IS SPACES.
003790      02 ELEMENT-REFERS-OUT PICTURE ZZZZ9.
003800      02 FILLER PICTURE X(4) VALUE IS SPACES.
003810      02 ELEMENT-PRV-IN-OUT PICTURE ZZZZ9.
003820      02 ELEMENT-PRV-IN-BLANK REDEFINES
003830          ELEMENT-PRV-IN-OUT PICTURE X(5).
003840      02 FILLER PICTURE X(4) VALUE IS SPACES.
003850      02 ELEMENT-PRV-OUT-OUT PICTURE ZZZZ9.
003860      02 ELEMENT-PRV-OUT-BLANK REDEFINES
003870          ELEMENT-PRV-OUT-OUT PICTURE X(5).
003880  01 JUMP-COMPOSER.
003890      02 JUMP-ELEMENT-OUT PICTURE X(6).
003900      02 FILLER PICTURE X(4) VALUE IS SPACES.
003910      02 JUMP-PRV-IN-OUT PICTURE ZZZZ9.
003920      02 JUMP-PRV-IN-BLANK REDEFINES
003930          JUMP-PRV-IN-OUT PICTURE X(5).
003940      02 FILLER PICTURE X(4) VALUE IS SPACES.
003950      02 JUMP-IN-OUT PICTURE ZZZZ9.
003960      02 FILLER PICTURE X(4) VALUE IS SPACES.
003970      02 JUMP-PRV-OUT-OUT PICTURE ZZZZ9.
003980      02 JUMP-PRV-OUT-BLANK REDEFINES
003990          JUMP-PRV-OUT-OUT PICTURE X(5).
004000      02 FILLER PICTURE X(4) VALUE IS SPACES.
004010      02 JUMP-OUT-OUT PICTURE ZZZZ9.
004020      02 FILLER PICTURE XX VALUE IS '  '.
004030      02 JUMP-NOTE-OUT PICTURE X(20).
004040  01 SYMBOL-COMPOSER.
004050      02 SYMBOL-RANK-OUT PICTURE ZZZZ.
004060      02 FILLER PICTURE XX VALUE IS '  '.
004070      02 SYMBOL-NAME-OUT PICTURE X(6).
004080      02 FILLER PICTURE X(6) VALUE IS SPACES.
004090      02 SYMBOL-ELEMENTS-OUT PICTURE ZZ9.
004100      02 FILLER PICTURE X(4) VALUE IS SPACES.
004110      02 SYMBOL-LINES-OUT PICTURE ZZZZ9.
004120      02 FILLER PICTURE X(6) VALUE IS SPACES.
004130      02 SYMBOL-USERS-OUT PICTURE ZZ9.
004140      02 FILLER PICTURE XX VALUE IS '  '.
004150      02 SYMBOL-DEFINER-OUT PICTURE X(6).

004160  PROCEDURE DIVISION.
004170* =====================================================
004180*  MAIN LINE
004190* =====================================================
004200  MAINLINE-SECTION SECTION.
004210  INITIALIZE-RUN.
004220      PERFORM READ-METRIC-DECK THRU READ-METRIC-DECK-EXIT.
004230      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
004240      IF SET-REFUSED
004250          STOP RUN.
004260      PERFORM LOAD-ELEMENT-ROSTER THRU
004270          LOAD-ELEMENT-ROSTER-EXIT.
004280      MOVE 'R' TO SYMBOL-PASS-SWITCH.
004290      PERFORM SCAN-SYMBOL-MASTER THRU
004300          SCAN-SYMBOL-MASTER-EXIT.
004310      PERFORM READ-METRIC-HISTORY THRU
004320          READ-METRIC-HISTORY-EXIT.
004330      OPEN OUTPUT METRIC-LISTINGS.
004340      MOVE SPACES TO METRIC-LINE.
004350      ACCEPT RUN-DATE-RAW FROM DATE.
004360      ACCEPT RUN-TIME-RAW FROM TIME.
004370      STRING RUN-MM '/' RUN-DD '/' RUN-YY
004380          DELIMITED BY SIZE INTO HEADING-1-DATE.
004390      STRING RUN-HH ':' RUN-MIN
004400          DELIMITED BY SIZE INTO HEADING-1-TIME.
004410      MOVE 'I' TO RANK-BY-SWITCH.
004420      MOVE 'TOP ELEMENTS BY FAN-IN' TO SECTION-NAME.
004430      PERFORM DO-ELEMENT-RANKING THRU
004440          DO-ELEMENT-RANKING-EXIT.
004450      MOVE 'O' TO RANK-BY-SWITCH.
004460      MOVE 'TOP ELEMENTS BY FAN-OUT' TO SECTION-NAME.
004470      PERFORM DO-ELEMENT-RANKING THRU
004480          DO-ELEMENT-RANKING-EXIT.
004490      PERFORM DO-FAN-JUMPS THRU DO-FAN-JUMPS-EXIT.
004500      PERFORM DO-SYMBOL-RANKING THRU
004510          DO-SYMBOL-RANKING-EXIT.
004520      PERFORM DO-ELEMENT-LISTING THRU
004530          DO-ELEMENT-LISTING-EXIT.
004540      MOVE 'SYMBOL LISTING' TO SECTION-NAME.
004550      MOVE SYMBOL-LIST-TITLES TO SECTION-TITLE.
004560      MOVE 99 TO RPT-LINE-COUNT.
004570      MOVE 'L' TO SYMBOL-PASS-SWITCH.
004580      PERFORM SCAN-SYMBOL-MASTER THRU
004590          SCAN-SYMBOL-MASTER-EXIT.
004600      PERFORM WRITE-METRIC-SUMMARY THRU
004610          WRITE-METRIC-SUMMARY-EXIT.
004620      CLOSE METRIC-LISTINGS.
004630      PERFORM WRITE-METRIC-HISTORY THRU
004640          WRITE-METRIC-HISTORY-EXIT.
004650      DISPLAY 'ELEMENTS     ' ELEMENT-DISP.
004660      DISPLAY 'SYMBOLS      ' SYMBOL-DISP.
004670      DISPLAY 'DEPENDENCIES ' EDGE-DISP.
004680      DISPLAY 'FAN JUMPS    ' JUMP-DISP.
004690      DISPLAY 'CULMET DONE.'.
004700      STOP RUN.

004710* =====================================================
004720*  READ-METRIC-DECK -- PICKS UP THE OPTIONAL CULMET.DAT
004730*  CONTROL CARDS.  KEYWORD IN COLUMNS 1-8, VALUE FROM
004740*  COLUMN 9 (SEE REMARKS).
004750* =====================================================
004760  READ-METRIC-DECK.
004770      OPEN INPUT METRIC-DECK.
004780      IF METRIC-DECK-STATUS IS NOT EQUAL TO '00'
004790          GO TO READ-METRIC-DECK-EXIT.
004800  READ-METRIC-DECK-LOOP.
004810      READ METRIC-DECK
004820          AT END GO TO READ-METRIC-DECK-CLOSE.
004830      MOVE DECK-VALUE TO DECK-VALUE-WORK.
004840      IF DECK-KEYWORD IS EQUAL TO 'TOP'
004850          PERFORM DECK-TOP-CARD THRU DECK-TOP-CARD-EXIT
004860          GO TO READ-METRIC-DECK-LOOP.
004870      IF DECK-KEYWORD IS EQUAL TO 'JUMP'
004880          PERFORM DECK-JUMP-CARD THRU DECK-JUMP-CARD-EXIT
004890          GO TO READ-METRIC-DECK-LOOP.
004900      IF DECK-KEYWORD IS EQUAL TO SPACES
004910          GO TO READ-METRIC-DECK-LOOP.
004920      DISPLAY 'CULMET: UNRECOGNIZED CARD ' DECK-KEYWORD
004930          ' -- IGNORED.'.
004940      GO TO READ-METRIC-DECK-LOOP.
004950  READ-METRIC-DECK-CLOSE.
004960      CLOSE METRIC-DECK.
004970  READ-METRIC-DECK-EXIT.
004980      EXIT.

004990  DECK-TOP-CARD.
005000      PERFORM DECK-NUMBER-SCAN THRU DECK-NUMBER-SCAN-EXIT.
005010      IF DECK-CARD-BAD OR
005020              DECK-NUMBER-VALUE IS EQUAL TO ZERO OR
005030              DECK-NUMBER-VALUE IS GREATER THAN 99
005040          DISPLAY 'CULMET: BAD TOP CARD -- IGNORED.'
005050          GO TO DECK-TOP-CARD-EXIT.
005060      MOVE DECK-NUMBER-VALUE TO TOP-WANTED.
005070  DECK-TOP-CARD-EXIT.
005080      EXIT.

005090  DECK-JUMP-CARD.
005100      PERFORM DECK-NUMBER-SCAN THRU DECK-NUMBER-SCAN-EXIT.
005110      IF DECK-CARD-BAD OR
005120              DECK-NUMBER-VALUE IS EQUAL TO ZERO
005130          DISPLAY 'CULMET: BAD JUMP CARD -- IGNORED.'
005140          GO TO DECK-JUMP-CARD-EXIT.
005150      MOVE DECK-NUMBER-VALUE TO JUMP-WANTED.
005160  DECK-JUMP-CARD-EXIT.
005170      EXIT.

005180*  DIGIT SCAN FOR THE NUMERIC CARDS, AS CULL SCANS ITS
005190*  CULPARAM LIMITS.
005200  DECK-NUMBER-SCAN.
005210      MOVE ZERO TO DECK-NUMBER-VALUE.
005220      MOVE 'N' TO DECK-CARD-BAD-SWITCH.
005230      PERFORM DECK-NUMBER-ONE-CHAR THRU
005240          DECK-NUMBER-ONE-CHAR-EXIT
005250          VARYING DECK-SCAN-INDEX FROM 1 BY 1
005260          UNTIL DECK-SCAN-INDEX IS GREATER THAN 72.
005270  DECK-NUMBER-SCAN-EXIT.
005280      EXIT.
005290  DECK-NUMBER-ONE-CHAR.
005300      MOVE DECK-VALUE-CHAR (DECK-SCAN-INDEX) TO
005310          DECK-DIGIT-X.
005320      IF DECK-DIGIT-X IS EQUAL TO ' '
005330          GO TO DECK-NUMBER-ONE-CHAR-EXIT.
005340      IF DECK-DIGIT-X IS LESS THAN '0' OR
005350              DECK-DIGIT-X IS GREATER THAN '9'
005360          MOVE 'Y' TO DECK-CARD-BAD-SWITCH
005370          GO TO DECK-NUMBER-ONE-CHAR-EXIT.
005380      MULTIPLY 10 BY DECK-NUMBER-VALUE
005390          ON SIZE ERROR
005400              MOVE 'Y' TO DECK-CARD-BAD-SWITCH.
005410      ADD DECK-DIGIT-9 TO DECK-NUMBER-VALUE.
005420  DECK-NUMBER-ONE-CHAR-EXIT.
005430      EXIT.

005440* =====================================================
005450*  LOAD-ELEMENT-ROSTER -- ONE PASS OF CULELE.MAS PUTS
005460*  EVERY ELEMENT NAME IN THE TABLE, IN NAME ORDER, SO
005470*  AN ELEMENT NOBODY DEPENDS ON STILL GETS A LINE.
005480* =====================================================
005490  LOAD-ELEMENT-ROSTER.
005500      OPEN INPUT ELEM-MASTER.
005510      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
005520          DISPLAY 'CULMET: CANNOT OPEN CULELE.MAS --'
005530              ' RUN CULL FIRST.'
005540          GO TO LOAD-ELEMENT-ROSTER-EXIT.
005550      MOVE SPACES TO ELEMENT-TARGET.
005560  LOAD-ELEMENT-ROSTER-LOOP.
005570      READ ELEM-MASTER
005580          AT END GO TO LOAD-ELEMENT-ROSTER-CLOSE.
005590      IF ELEMQ-ELEMENT IS EQUAL TO SPACES
005600          GO TO LOAD-ELEMENT-ROSTER-LOOP.
005610      IF ELEMQ-ELEMENT IS EQUAL TO ELEMENT-TARGET
005620          GO TO LOAD-ELEMENT-ROSTER-LOOP.
005630      MOVE ELEMQ-ELEMENT TO ELEMENT-TARGET.
005640      PERFORM FIND-OR-ADD-ELEMENT THRU
005650          FIND-OR-ADD-ELEMENT-EXIT.
005660      GO TO LOAD-ELEMENT-ROSTER-LOOP.
005670  LOAD-ELEMENT-ROSTER-CLOSE.
005680      CLOSE ELEM-MASTER.
005690  LOAD-ELEMENT-ROSTER-EXIT.
005700      EXIT.

005710  FIND-OR-ADD-ELEMENT.
005720      MOVE ZERO TO ELEMENT-FOUND-INDEX.
005730      PERFORM TEST-ONE-ELEMENT THRU TEST-ONE-ELEMENT-EXIT
005740          VARYING ELEMENT-INDEX FROM 1 BY 1
005750          UNTIL ELEMENT-INDEX IS GREATER THAN
005760              ELEMENT-COUNT.
005770      IF ELEMENT-FOUND-INDEX IS GREATER THAN ZERO
005780          GO TO FIND-OR-ADD-ELEMENT-EXIT.
005790      IF ELEMENT-COUNT IS EQUAL TO 500
005800          PERFORM NOTE-TABLE-FULL THRU NOTE-TABLE-FULL-EXIT
005810          GO TO FIND-OR-ADD-ELEMENT-EXIT.
005820      ADD 1 TO ELEMENT-COUNT.
005830      MOVE ELEMENT-TARGET TO ELEMENT-NAME (ELEMENT-COUNT).
005840      MOVE ZERO TO ELEMENT-FAN-OUT (ELEMENT-COUNT).
005850      MOVE ZERO TO ELEMENT-FAN-IN (ELEMENT-COUNT).
005860      MOVE ZERO TO ELEMENT-DEFINES (ELEMENT-COUNT).
005870      MOVE ZERO TO ELEMENT-REFERS (ELEMENT-COUNT).
005880      MOVE 'N' TO ELEMENT-BASIS-FLAG (ELEMENT-COUNT).
005890      MOVE ZERO TO ELEMENT-BASIS-OUT (ELEMENT-COUNT).
005900      MOVE ZERO TO ELEMENT-BASIS-IN (ELEMENT-COUNT).
005910      MOVE 'N' TO ELEMENT-RANKED (ELEMENT-COUNT).
005920      MOVE ELEMENT-COUNT TO ELEMENT-FOUND-INDEX.
005930  FIND-OR-ADD-ELEMENT-EXIT.
005940      EXIT.
005950  TEST-ONE-ELEMENT.
005960      IF ELEMENT-NAME (ELEMENT-INDEX) IS EQUAL TO
005970              ELEMENT-TARGET
005980          MOVE ELEMENT-INDEX TO ELEMENT-FOUND-INDEX.
005990  TEST-ONE-ELEMENT-EXIT.
006000      EXIT.

006010  NOTE-TABLE-FULL.
006020      IF NOT TABLE-FULL
006030          DISPLAY 'CULMET: ELEMENT, DEPENDENCY OR GROUP'
006040              ' TABLE FULL -- FIGURES INCOMPLETE.'.
006050      MOVE 'Y' TO TABLE-FULL-SWITCH.
006060  NOTE-TABLE-FULL-EXIT.
006070      EXIT.

006080* =====================================================
006090*  SCAN-SYMBOL-MASTER -- ONE PASS OF CULSYM.MAS, A
006100*  SYMBOL GROUP AT A TIME.  THE RANKING PASS BANKS THE
006110*  DEPENDENCIES AND THE PER-ELEMENT AND PER-SYMBOL
006120*  FIGURES; THE LISTING PASS PRINTS ONE LINE PER
006130*  SYMBOL.
006140* =====================================================
006150  SCAN-SYMBOL-MASTER.
006160      OPEN INPUT SYM-MASTER.
006170      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
006180          DISPLAY 'CULMET: CANNOT OPEN CULSYM.MAS --'
006190              ' RUN CULL FIRST.'
006200          GO TO SCAN-SYMBOL-MASTER-EXIT.
006210      MOVE SPACES TO GROUP-SYMBOL.
006220  SCAN-SYMBOL-MASTER-LOOP.
006230      READ SYM-MASTER
006240          AT END GO TO SCAN-SYMBOL-MASTER-CLOSE.
006250      IF SYMQ-SYMBOL IS EQUAL TO SPACES
006260          GO TO SCAN-SYMBOL-MASTER-LOOP.
006270      IF SYMQ-SYMBOL IS NOT EQUAL TO GROUP-SYMBOL
006280          PERFORM START-SYMBOL-GROUP THRU
006290              START-SYMBOL-GROUP-EXIT.
006300      ADD 1 TO GROUP-LINE-COUNT.
006310      IF GROUP-ENTRY-COUNT IS GREATER THAN ZERO
006320          IF SYMQ-ELEMENT IS EQUAL TO
006330                  GROUP-ELEMENT (GROUP-ENTRY-COUNT) AND
006340              SYMQ-PPN IS EQUAL TO
006350                  GROUP-PPN (GROUP-ENTRY-COUNT) AND
006360              SYMQ-EXTENS IS EQUAL TO
006370                  GROUP-EXTENS (GROUP-ENTRY-COUNT)
006380              GO TO SCAN-SYMBOL-MASTER-DEFN.
006390      IF GROUP-ENTRY-COUNT IS EQUAL TO 500
006400          PERFORM NOTE-TABLE-FULL THRU NOTE-TABLE-FULL-EXIT
006410          GO TO SCAN-SYMBOL-MASTER-LOOP.
006420      ADD 1 TO GROUP-ENTRY-COUNT.
006430      MOVE SYMQ-ELEMENT TO GROUP-ELEMENT (GROUP-ENTRY-COUNT).
006440      MOVE SYMQ-PPN TO GROUP-PPN (GROUP-ENTRY-COUNT).
006450      MOVE SYMQ-EXTENS TO GROUP-EXTENS (GROUP-ENTRY-COUNT).
006460      MOVE 'N' TO GROUP-DEFN-FLAG (GROUP-ENTRY-COUNT).
006470  SCAN-SYMBOL-MASTER-DEFN.
006480      IF SYMQ-DEFN-FLAG IS EQUAL TO 'Y'
006490          MOVE 'Y' TO GROUP-DEFN-FLAG (GROUP-ENTRY-COUNT).
006500      GO TO SCAN-SYMBOL-MASTER-LOOP.
006510  SCAN-SYMBOL-MASTER-CLOSE.
006520      IF GROUP-SYMBOL IS NOT EQUAL TO SPACES
006530          PERFORM CLOSE-SYMBOL-GROUP THRU
006540              CLOSE-SYMBOL-GROUP-EXIT.
006550      CLOSE SYM-MASTER.
006560  SCAN-SYMBOL-MASTER-EXIT.
006570      EXIT.

006580  START-SYMBOL-GROUP.
006590      IF GROUP-SYMBOL IS NOT EQUAL TO SPACES
006600          PERFORM CLOSE-SYMBOL-GROUP THRU
006610              CLOSE-SYMBOL-GROUP-EXIT.
006620      MOVE SYMQ-SYMBOL TO GROUP-SYMBOL.
006630      MOVE ZERO TO GROUP-ENTRY-COUNT.
006640      MOVE ZERO TO GROUP-LINE-COUNT.
006650  START-SYMBOL-GROUP-EXIT.
006660      EXIT.

006670*  THE FIRST ENTRY WITH A DEFINING LINE RESOLVES THE
006680*  GROUP, AS FOR CULDEPLST; EVERY OTHER ENTRY IS ONE
006690*  CULDEPLST LINE, AND ONE USER OF THE SYMBOL.
006700  CLOSE-SYMBOL-GROUP.
006710      MOVE ZERO TO GROUP-DEFINER-INDEX.
006720      PERFORM FIND-GROUP-DEFINER THRU
006730          FIND-GROUP-DEFINER-EXIT
006740          VARYING GROUP-INDEX FROM 1 BY 1
006750          UNTIL GROUP-INDEX IS GREATER THAN
006760              GROUP-ENTRY-COUNT.
006770      MOVE ZERO TO GROUP-USER-COUNT.
006780      IF GROUP-DEFINER-INDEX IS GREATER THAN ZERO
006790          SUBTRACT 1 FROM GROUP-ENTRY-COUNT
006800              GIVING GROUP-USER-COUNT.
006810      IF SYMBOL-LIST-PASS
006820          PERFORM WRITE-SYMBOL-LISTING-LINE THRU
006830              WRITE-SYMBOL-LISTING-LINE-EXIT
006840          GO TO CLOSE-SYMBOL-GROUP-EXIT.
006850      ADD 1 TO SYMBOL-TOTAL.
006860      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO
006870          ADD 1 TO UNDEFINED-TOTAL.
006880      MOVE SPACES TO GROUP-NAME-WORK.
006890      MOVE 'N' TO GROUP-NAME-DEFN-SWITCH.
006900      PERFORM NOTE-ONE-GROUP-ENTRY THRU
006910          NOTE-ONE-GROUP-ENTRY-EXIT
006920          VARYING GROUP-INDEX FROM 1 BY 1
006930          UNTIL GROUP-INDEX IS GREATER THAN
006940              GROUP-ENTRY-COUNT.
006950      PERFORM FLUSH-GROUP-NAME THRU FLUSH-GROUP-NAME-EXIT.
006960      PERFORM RANK-ONE-SYMBOL THRU RANK-ONE-SYMBOL-EXIT.
006970  CLOSE-SYMBOL-GROUP-EXIT.
006980      EXIT.
006990  FIND-GROUP-DEFINER.
007000      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO AND
007010              GROUP-DEFN-FLAG (GROUP-INDEX) IS EQUAL TO 'Y'
007020          MOVE GROUP-INDEX TO GROUP-DEFINER-INDEX.
007030  FIND-GROUP-DEFINER-EXIT.
007040      EXIT.

007050*  ENTRIES OF ONE ELEMENT NAME UNDER SEVERAL PPNS SIT
007060*  TOGETHER IN THE GROUP, AND COUNT ONCE TOWARD THAT
007070*  ELEMENT'S DEFINES OR REFERS.
007080  NOTE-ONE-GROUP-ENTRY.
007090      IF GROUP-ELEMENT (GROUP-INDEX) IS NOT EQUAL TO
007100              GROUP-NAME-WORK
007110          PERFORM FLUSH-GROUP-NAME THRU
007120              FLUSH-GROUP-NAME-EXIT
007130          MOVE GROUP-ELEMENT (GROUP-INDEX) TO
007140              GROUP-NAME-WORK
007150          MOVE 'N' TO GROUP-NAME-DEFN-SWITCH.
007160      IF GROUP-DEFN-FLAG (GROUP-INDEX) IS EQUAL TO 'Y'
007170          MOVE 'Y' TO GROUP-NAME-DEFN-SWITCH.
007180      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO OR
007190              GROUP-INDEX IS EQUAL TO GROUP-DEFINER-INDEX
007200          GO TO NOTE-ONE-GROUP-ENTRY-EXIT.
007210      MOVE GROUP-ELEMENT (GROUP-INDEX) TO ELEMENT-TARGET.
007220      PERFORM FIND-OR-ADD-ELEMENT THRU
007230          FIND-OR-ADD-ELEMENT-EXIT.
007240      IF ELEMENT-FOUND-INDEX IS EQUAL TO ZERO
007250          GO TO NOTE-ONE-GROUP-ENTRY-EXIT.
007260      MOVE ELEMENT-FOUND-INDEX TO EDGE-FROM-WORK.
007270      MOVE GROUP-ELEMENT (GROUP-DEFINER-INDEX) TO
007280          ELEMENT-TARGET.
007290      PERFORM FIND-OR-ADD-ELEMENT THRU
007300          FIND-OR-ADD-ELEMENT-EXIT.
007310      IF ELEMENT-FOUND-INDEX IS EQUAL TO ZERO
007320          GO TO NOTE-ONE-GROUP-ENTRY-EXIT.
007330      PERFORM ADD-ONE-EDGE THRU ADD-ONE-EDGE-EXIT.
007340  NOTE-ONE-GROUP-ENTRY-EXIT.
007350      EXIT.
007360  FLUSH-GROUP-NAME.
007370      IF GROUP-NAME-WORK IS EQUAL TO SPACES
007380          GO TO FLUSH-GROUP-NAME-EXIT.
007390      MOVE GROUP-NAME-WORK TO ELEMENT-TARGET.
007400      PERFORM FIND-OR-ADD-ELEMENT THRU
007410          FIND-OR-ADD-ELEMENT-EXIT.
007420      IF ELEMENT-FOUND-INDEX IS EQUAL TO ZERO
007430          GO TO FLUSH-GROUP-NAME-EXIT.
007440      IF GROUP-NAME-DEFINES
007450          ADD 1 TO ELEMENT-DEFINES (ELEMENT-FOUND-INDEX)
007460      ELSE
007470          ADD 1 TO ELEMENT-REFERS (ELEMENT-FOUND-INDEX).
007480  FLUSH-GROUP-NAME-EXIT.
007490      EXIT.

007500*  ONE DEPENDENCY PER PAIR OF ELEMENTS, HOWEVER MANY
007510*  GLOBALS CARRY IT.  A COPY OF THE DEFINER UNDER
007520*  ANOTHER PPN IS THE SAME ELEMENT, NOT A DEPENDENCY.
007530  ADD-ONE-EDGE.
007540      IF EDGE-FROM-WORK IS EQUAL TO ELEMENT-FOUND-INDEX
007550          GO TO ADD-ONE-EDGE-EXIT.
007560      MOVE 'N' TO EDGE-DUP-SWITCH.
007570      PERFORM TEST-ONE-EDGE-DUP THRU TEST-ONE-EDGE-DUP-EXIT
007580          VARYING EDGE-INDEX FROM 1 BY 1
007590          UNTIL EDGE-INDEX IS GREATER THAN EDGE-COUNT.
007600      IF EDGE-DUPLICATE
007610          GO TO ADD-ONE-EDGE-EXIT.
007620      IF EDGE-COUNT IS EQUAL TO 3000
007630          PERFORM NOTE-TABLE-FULL THRU NOTE-TABLE-FULL-EXIT
007640          GO TO ADD-ONE-EDGE-EXIT.
007650      ADD 1 TO EDGE-COUNT.
007660      MOVE EDGE-FROM-WORK TO EDGE-FROM (EDGE-COUNT).
007670      MOVE ELEMENT-FOUND-INDEX TO EDGE-TO (EDGE-COUNT).
007680      ADD 1 TO ELEMENT-FAN-OUT (EDGE-FROM-WORK).
007690      ADD 1 TO ELEMENT-FAN-IN (ELEMENT-FOUND-INDEX).
007700  ADD-ONE-EDGE-EXIT.
007710      EXIT.
007720  TEST-ONE-EDGE-DUP.
007730      IF EDGE-FROM (EDGE-INDEX) IS EQUAL TO
007740              EDGE-FROM-WORK AND
007750          EDGE-TO (EDGE-INDEX) IS EQUAL TO
007760              ELEMENT-FOUND-INDEX
007770          MOVE 'Y' TO EDGE-DUP-SWITCH.
007780  TEST-ONE-EDGE-DUP-EXIT.
007790      EXIT.

007800*  KEEPS THE TOP-WANTED SYMBOLS BY ELEMENTS TOUCHING,
007810*  THEN BY LINES.  THE NEW SYMBOL GOES IN AHEAD OF THE
007820*  FIRST ENTRY IT BEATS, AND THE REST MOVE DOWN ONE.
007830  RANK-ONE-SYMBOL.
007840      MOVE ZERO TO TOP-SYM-SLOT.
007850      PERFORM TEST-ONE-TOP-SYMBOL THRU
007860          TEST-ONE-TOP-SYMBOL-EXIT
007870          VARYING TOP-SYM-INDEX FROM 1 BY 1
007880          UNTIL TOP-SYM-INDEX IS GREATER THAN
007890              TOP-SYM-COUNT.
007900      IF TOP-SYM-SLOT IS EQUAL TO ZERO
007910          IF TOP-SYM-COUNT IS LESS THAN TOP-WANTED
007920              ADD 1 TO TOP-SYM-COUNT
007930              MOVE TOP-SYM-COUNT TO TOP-SYM-SLOT
007940              GO TO RANK-ONE-SYMBOL-STORE
007950          ELSE
007960              GO TO RANK-ONE-SYMBOL-EXIT.
007970      IF TOP-SYM-COUNT IS LESS THAN TOP-WANTED
007980          ADD 1 TO TOP-SYM-COUNT.
007990      PERFORM MOVE-ONE-TOP-SYMBOL THRU
008000          MOVE-ONE-TOP-SYMBOL-EXIT
008010          VARYING TOP-SYM-INDEX FROM TOP-SYM-COUNT BY -1
008020          UNTIL TOP-SYM-INDEX IS NOT GREATER THAN
008030              TOP-SYM-SLOT.
008040  RANK-ONE-SYMBOL-STORE.
008050      MOVE GROUP-SYMBOL TO TOP-SYM-NAME (TOP-SYM-SLOT).
008060      MOVE GROUP-ENTRY-COUNT TO
008070          TOP-SYM-ELEMENTS (TOP-SYM-SLOT).
008080      MOVE GROUP-LINE-COUNT TO TOP-SYM-LINES (TOP-SYM-SLOT).
008090      MOVE GROUP-USER-COUNT TO TOP-SYM-USERS (TOP-SYM-SLOT).
008100      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO
008110          MOVE SPACES TO TOP-SYM-DEFINER (TOP-SYM-SLOT)
008120      ELSE
008130          MOVE GROUP-ELEMENT (GROUP-DEFINER-INDEX) TO
008140              TOP-SYM-DEFINER (TOP-SYM-SLOT).
008150  RANK-ONE-SYMBOL-EXIT.
008160      EXIT.
008170  TEST-ONE-TOP-SYMBOL.
008180      IF TOP-SYM-SLOT IS GREATER THAN ZERO
008190          GO TO TEST-ONE-TOP-SYMBOL-EXIT.
008200      IF GROUP-ENTRY-COUNT IS GREATER THAN
008210              TOP-SYM-ELEMENTS (TOP-SYM-INDEX)
008220          MOVE TOP-SYM-INDEX TO TOP-SYM-SLOT
008230          GO TO TEST-ONE-TOP-SYMBOL-EXIT.
008240      IF GROUP-ENTRY-COUNT IS EQUAL TO
008250              TOP-SYM-ELEMENTS (TOP-SYM-INDEX) AND
008260          GROUP-LINE-COUNT IS GREATER THAN
008270              TOP-SYM-LINES (TOP-SYM-INDEX)
008280          MOVE TOP-SYM-INDEX TO TOP-SYM-SLOT.
008290  TEST-ONE-TOP-SYMBOL-EXIT.
008300      EXIT.
008310  MOVE-ONE-TOP-SYMBOL.
008320      SUBTRACT 1 FROM TOP-SYM-INDEX GIVING TOP-SYM-PRIOR.
008330      MOVE TOP-SYM-ENTRY (TOP-SYM-PRIOR) TO
008340          TOP-SYM-ENTRY (TOP-SYM-INDEX).
008350  MOVE-ONE-TOP-SYMBOL-EXIT.
008360      EXIT.

008370* =====================================================
008380*  READ-METRIC-HISTORY -- PICKS UP THE FIGURES CULMET
008390*  KEPT LAST TIME.  FIGURES OF AN EARLIER GENERATION
008400*  ARE THE BASIS; FIGURES ALREADY OF THIS GENERATION
008410*  MEAN CULMET IS BEING RUN AGAIN, AND THE BASIS THEY
008420*  WERE COMPARED WITH IS USED INSTEAD.  AN ELEMENT NO
008430*  LONGER IN THE MASTERS IS PASSED OVER.
008440* =====================================================
008450  READ-METRIC-HISTORY.
008460      OPEN INPUT METRIC-HISTORY.
008470      IF METRIC-HISTORY-STATUS IS NOT EQUAL TO '00'
008480          GO TO READ-METRIC-HISTORY-EXIT.
008490  READ-METRIC-HISTORY-LOOP.
008500      READ METRIC-HISTORY
008510          AT END GO TO READ-METRIC-HISTORY-CLOSE.
008520      IF MTH-GENERATION IS NOT NUMERIC OR
008530              MTH-FAN-OUT IS NOT NUMERIC OR
008540              MTH-FAN-IN IS NOT NUMERIC
008550          GO TO READ-METRIC-HISTORY-LOOP.
008560      MOVE ZERO TO ELEMENT-FOUND-INDEX.
008570      MOVE MTH-ELEMENT TO ELEMENT-TARGET.
008580      PERFORM TEST-ONE-ELEMENT THRU TEST-ONE-ELEMENT-EXIT
008590          VARYING ELEMENT-INDEX FROM 1 BY 1
008600          UNTIL ELEMENT-INDEX IS GREATER THAN
008610              ELEMENT-COUNT.
008620      IF ELEMENT-FOUND-INDEX IS EQUAL TO ZERO
008630          GO TO READ-METRIC-HISTORY-LOOP.
008640      IF MTH-GENERATION IS EQUAL TO CULL-GENERATION
008650          GO TO READ-METRIC-HISTORY-RERUN.
008660      MOVE MTH-GENERATION TO BASIS-GENERATION.
008670      MOVE 'Y' TO ELEMENT-BASIS-FLAG (ELEMENT-FOUND-INDEX).
008680      MOVE MTH-FAN-OUT TO
008690          ELEMENT-BASIS-OUT (ELEMENT-FOUND-INDEX).
008700      MOVE MTH-FAN-IN TO
008710          ELEMENT-BASIS-IN (ELEMENT-FOUND-INDEX).
008720      MOVE 'Y' TO BASIS-FOUND-SWITCH.
008730      GO TO READ-METRIC-HISTORY-LOOP.
008740  READ-METRIC-HISTORY-RERUN.
008750      IF MTH-BASIS-FLAG IS NOT EQUAL TO 'Y' OR
008760              MTH-BASIS-GEN IS NOT NUMERIC OR
008770              MTH-BASIS-OUT IS NOT NUMERIC OR
008780              MTH-BASIS-IN IS NOT NUMERIC
008790          GO TO READ-METRIC-HISTORY-LOOP.
008800      MOVE MTH-BASIS-GEN TO BASIS-GENERATION.
008810      MOVE 'Y' TO ELEMENT-BASIS-FLAG (ELEMENT-FOUND-INDEX).
008820      MOVE MTH-BASIS-OUT TO
008830          ELEMENT-BASIS-OUT (ELEMENT-FOUND-INDEX).
008840      MOVE MTH-BASIS-IN TO
008850          ELEMENT-BASIS-IN (ELEMENT-FOUND-INDEX).
008860      MOVE 'Y' TO BASIS-FOUND-SWITCH.
008870      GO TO READ-METRIC-HISTORY-LOOP.
008880  READ-METRIC-HISTORY-CLOSE.
008890      CLOSE METRIC-HISTORY.
008900  READ-METRIC-HISTORY-EXIT.
008910      EXIT.

008920* =====================================================
008930*  DO-ELEMENT-RANKING -- THE TOP-WANTED ELEMENTS BY
008940*  FAN-IN (THEN FAN-OUT), OR BY FAN-OUT (THEN FAN-IN),
008950*  AS RANK-BY-SWITCH SAYS.  EACH RANK IS THE BEST
008960*  ELEMENT NOT YET RANKED; TIES KEEP NAME ORDER.  AN
008970*  ELEMENT WITH NOTHING TO RANK BY IS LEFT OFF.
008980* =====================================================
008990  DO-ELEMENT-RANKING.
009000      MOVE RANK-TITLES TO SECTION-TITLE.
009010      MOVE 99 TO RPT-LINE-COUNT.
009020      MOVE ZERO TO RANK-LINES-PRINTED.
009030      PERFORM CLEAR-ONE-RANKED THRU CLEAR-ONE-RANKED-EXIT
009040          VARYING ELEMENT-INDEX FROM 1 BY 1
009050          UNTIL ELEMENT-INDEX IS GREATER THAN
009060              ELEMENT-COUNT.
009070      PERFORM PICK-ONE-TOP-ELEMENT THRU
009080          PICK-ONE-TOP-ELEMENT-EXIT
009090          VARYING RANK-INDEX FROM 1 BY 1
009100          UNTIL RANK-INDEX IS GREATER THAN TOP-WANTED.
009110      IF RANK-LINES-PRINTED IS EQUAL TO ZERO
009120          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT
009130          MOVE 'NO ELEMENT DEPENDS ON ANOTHER.' TO
009140              METRIC-LINE
009150          WRITE METRIC-LINE AFTER ADVANCING 1 LINE.
009160  DO-ELEMENT-RANKING-EXIT.
009170      EXIT.
009180  CLEAR-ONE-RANKED.
009190      MOVE 'N' TO ELEMENT-RANKED (ELEMENT-INDEX).
009200  CLEAR-ONE-RANKED-EXIT.
009210      EXIT.
009220  PICK-ONE-TOP-ELEMENT.
009230      MOVE ZERO TO BEST-INDEX.
009240      PERFORM TEST-ONE-BEST-ELEMENT THRU
009250          TEST-ONE-BEST-ELEMENT-EXIT
009260          VARYING ELEMENT-INDEX FROM 1 BY 1
009270          UNTIL ELEMENT-INDEX IS GREATER THAN
009280              ELEMENT-COUNT.
009290      IF BEST-INDEX IS EQUAL TO ZERO
009300          GO TO PICK-ONE-TOP-ELEMENT-EXIT.
009310      MOVE 'Y' TO ELEMENT-RANKED (BEST-INDEX).
009320      MOVE BEST-INDEX TO ELEMENT-INDEX.
009330      MOVE RANK-INDEX TO ELEMENT-RANK-OUT.
009340      PERFORM WRITE-ELEMENT-LINE THRU
009350          WRITE-ELEMENT-LINE-EXIT.
009360      ADD 1 TO RANK-LINES-PRINTED.
009370  PICK-ONE-TOP-ELEMENT-EXIT.
009380      EXIT.
009390  TEST-ONE-BEST-ELEMENT.
009400      IF ELEMENT-RANKED (ELEMENT-INDEX) IS EQUAL TO 'Y'
009410          GO TO TEST-ONE-BEST-ELEMENT-EXIT.
009420      IF RANK-BY-FAN-IN
009430          MOVE ELEMENT-FAN-IN (ELEMENT-INDEX) TO
009440              CANDIDATE-MAJOR
009450          MOVE ELEMENT-FAN-OUT (ELEMENT-INDEX) TO
009460              CANDIDATE-MINOR
009470      ELSE
009480          MOVE ELEMENT-FAN-OUT (ELEMENT-INDEX) TO
009490              CANDIDATE-MAJOR
009500          MOVE ELEMENT-FAN-IN (ELEMENT-INDEX) TO
009510              CANDIDATE-MINOR.
009520      IF CANDIDATE-MAJOR IS EQUAL TO ZERO
009530          GO TO TEST-ONE-BEST-ELEMENT-EXIT.
009540      IF BEST-INDEX IS EQUAL TO ZERO
009550          GO TO TEST-ONE-BEST-ELEMENT-TAKE.
009560      IF CANDIDATE-MAJOR IS GREATER THAN BEST-MAJOR
009570          GO TO TEST-ONE-BEST-ELEMENT-TAKE.
009580      IF CANDIDATE-MAJOR IS EQUAL TO BEST-MAJOR AND
009590              CANDIDATE-MINOR IS GREATER THAN BEST-MINOR
009600          GO TO TEST-ONE-BEST-ELEMENT-TAKE.
009610      GO TO TEST-ONE-BEST-ELEMENT-EXIT.
009620  TEST-ONE-BEST-ELEMENT-TAKE.
009630      MOVE ELEMENT-INDEX TO BEST-INDEX.
009640      MOVE CANDIDATE-MAJOR TO BEST-MAJOR.
009650      MOVE CANDIDATE-MINOR TO BEST-MINOR.
009660  TEST-ONE-BEST-ELEMENT-EXIT.
009670      EXIT.

009680*  ONE ELEMENT-COMPOSER LINE FOR ELEMENT-INDEX.  THE
009690*  CALLER HAS SET THE RANK (ZERO PRINTS BLANK).
009700  WRITE-ELEMENT-LINE.
009710      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
009720          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
009730      MOVE ELEMENT-NAME (ELEMENT-INDEX) TO ELEMENT-NAME-OUT.
009740      MOVE ELEMENT-FAN-IN (ELEMENT-INDEX) TO ELEMENT-IN-OUT.
009750      MOVE ELEMENT-FAN-OUT (ELEMENT-INDEX) TO
009760          ELEMENT-OUT-OUT.
009770      MOVE ELEMENT-DEFINES (ELEMENT-INDEX) TO
009780          ELEMENT-DEFINES-OUT.
009790      MOVE ELEMENT-REFERS (ELEMENT-INDEX) TO
009800          ELEMENT-REFERS-OUT.
009810      IF ELEMENT-BASIS-FLAG (ELEMENT-INDEX) IS EQUAL TO 'Y'
009820          MOVE ELEMENT-BASIS-IN (ELEMENT-INDEX) TO
009830              ELEMENT-PRV-IN-OUT
009840          MOVE ELEMENT-BASIS-OUT (ELEMENT-INDEX) TO
009850              ELEMENT-PRV-OUT-OUT
009860      ELSE
009870          MOVE SPACES TO ELEMENT-PRV-IN-BLANK
009880          MOVE SPACES TO ELEMENT-PRV-OUT-BLANK.
009890      WRITE METRIC-LINE FROM ELEMENT-COMPOSER
009900          AFTER ADVANCING 1 LINE.
009910      ADD 1 TO RPT-LINE-COUNT.
009920  WRITE-ELEMENT-LINE-EXIT.
009930      EXIT.

009940* =====================================================
009950*  DO-FAN-JUMPS -- EVERY ELEMENT WHOSE FAN-IN OR
009960*  FAN-OUT ROSE BY JUMP-WANTED OR MORE SINCE THE BASIS
009970*  GENERATION, AND EVERY NEW ELEMENT THAT ARRIVED WITH
009980*  EITHER FIGURE AT JUMP-WANTED OR MORE.
009990* =====================================================
010000  DO-FAN-JUMPS.
010010      MOVE JUMP-TITLES TO SECTION-TITLE.
010020      MOVE 99 TO RPT-LINE-COUNT.
010030      IF NOT BASIS-FOUND
010040          MOVE 'FAN JUMPS' TO SECTION-NAME
010050          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT
010060          MOVE 'NO FIGURES FROM AN EARLIER CULL GENERATION'
010070              TO METRIC-LINE
010080          WRITE METRIC-LINE AFTER ADVANCING 1 LINE
010090          MOVE '-- JUMPS ARE REPORTED FROM THE NEXT RUN ON.'
010100              TO METRIC-LINE
010110          WRITE METRIC-LINE AFTER ADVANCING 1 LINE
010120          GO TO DO-FAN-JUMPS-EXIT.
010130      MOVE BASIS-GENERATION TO BASIS-GEN-DISP.
010140      MOVE SPACES TO SECTION-NAME.
010150      STRING 'FAN JUMPS SINCE GEN ' BASIS-GEN-DISP
010160          DELIMITED BY SIZE INTO SECTION-NAME.
010170      PERFORM TEST-ONE-JUMP THRU TEST-ONE-JUMP-EXIT
010180          VARYING ELEMENT-INDEX FROM 1 BY 1
010190          UNTIL ELEMENT-INDEX IS GREATER THAN
010200              ELEMENT-COUNT.
010210      IF JUMP-TOTAL IS EQUAL TO ZERO
010220          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT
010230          MOVE 'NO FAN-IN OR FAN-OUT ROSE BY THE THRESHOLD.'
010240              TO METRIC-LINE
010250          WRITE METRIC-LINE AFTER ADVANCING 1 LINE.
010260  DO-FAN-JUMPS-EXIT.
010270      EXIT.
010280  TEST-ONE-JUMP.
010290      MOVE 'N' TO JUMP-IN-SWITCH.
010300      MOVE 'N' TO JUMP-OUT-SWITCH.
010310      IF ELEMENT-BASIS-FLAG (ELEMENT-INDEX) IS NOT EQUAL
010320              TO 'Y'
010330          GO TO TEST-ONE-JUMP-NEW.
010340      IF ELEMENT-FAN-IN (ELEMENT-INDEX) IS GREATER THAN
010350              ELEMENT-BASIS-IN (ELEMENT-INDEX)
010360          SUBTRACT ELEMENT-BASIS-IN (ELEMENT-INDEX) FROM
010370              ELEMENT-FAN-IN (ELEMENT-INDEX)
010380              GIVING JUMP-RISE
010390          IF JUMP-RISE IS NOT LESS THAN JUMP-WANTED
010400              MOVE 'Y' TO JUMP-IN-SWITCH.
010410      IF ELEMENT-FAN-OUT (ELEMENT-INDEX) IS GREATER THAN
010420              ELEMENT-BASIS-OUT (ELEMENT-INDEX)
010430          SUBTRACT ELEMENT-BASIS-OUT (ELEMENT-INDEX) FROM
010440              ELEMENT-FAN-OUT (ELEMENT-INDEX)
010450              GIVING JUMP-RISE
010460          IF JUMP-RISE IS NOT LESS THAN JUMP-WANTED
010470              MOVE 'Y' TO JUMP-OUT-SWITCH.
010480      IF JUMP-IN AND JUMP-OUT
010490          MOVE 'FAN-IN AND OUT UP' TO JUMP-NOTE-OUT
010500          GO TO TEST-ONE-JUMP-WRITE.
010510      IF JUMP-IN
010520          MOVE 'FAN-IN UP' TO JUMP-NOTE-OUT
010530          GO TO TEST-ONE-JUMP-WRITE.
010540      IF JUMP-OUT
010550          MOVE 'FAN-OUT UP' TO JUMP-NOTE-OUT
010560          GO TO TEST-ONE-JUMP-WRITE.
010570      GO TO TEST-ONE-JUMP-EXIT.
010580  TEST-ONE-JUMP-NEW.
010590      IF ELEMENT-FAN-IN (ELEMENT-INDEX) IS LESS THAN
010600              JUMP-WANTED AND
010610          ELEMENT-FAN-OUT (ELEMENT-INDEX) IS LESS THAN
010620              JUMP-WANTED
010630          GO TO TEST-ONE-JUMP-EXIT.
010640      MOVE 'NEW ELEMENT' TO JUMP-NOTE-OUT.
010650  TEST-ONE-JUMP-WRITE.
010660      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
010670          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
010680      MOVE ELEMENT-NAME (ELEMENT-INDEX) TO JUMP-ELEMENT-OUT.
010690      MOVE ELEMENT-FAN-IN (ELEMENT-INDEX) TO JUMP-IN-OUT.
010700      MOVE ELEMENT-FAN-OUT (ELEMENT-INDEX) TO JUMP-OUT-OUT.
010710      IF ELEMENT-BASIS-FLAG (ELEMENT-INDEX) IS EQUAL TO 'Y'
010720          MOVE ELEMENT-BASIS-IN (ELEMENT-INDEX) TO
010730              JUMP-PRV-IN-OUT
010740          MOVE ELEMENT-BASIS-OUT (ELEMENT-INDEX) TO
010750              JUMP-PRV-OUT-OUT
010760      ELSE
010770          MOVE SPACES TO JUMP-PRV-IN-BLANK
010780          MOVE SPACES TO JUMP-PRV-OUT-BLANK.
010790      WRITE METRIC-LINE FROM JUMP-COMPOSER
010800          AFTER ADVANCING 1 LINE.
010810      ADD 1 TO RPT-LINE-COUNT.
010820      ADD 1 TO JUMP-TOTAL.
010830  TEST-ONE-JUMP-EXIT.
010840      EXIT.

010850* =====================================================
010860*  DO-SYMBOL-RANKING -- PRINTS THE TOP-WANTED SYMBOLS
010870*  THE RANKING PASS KEPT.
010880* =====================================================
010890  DO-SYMBOL-RANKING.
010900      MOVE 'TOP SYMBOLS BY ELEMENTS' TO SECTION-NAME.
010910      MOVE SYMBOL-TITLES TO SECTION-TITLE.
010920      MOVE 99 TO RPT-LINE-COUNT.
010930      IF TOP-SYM-COUNT IS EQUAL TO ZERO
010940          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT
010950          MOVE 'NO SYMBOLS IN THE MASTERS.' TO METRIC-LINE
010960          WRITE METRIC-LINE AFTER ADVANCING 1 LINE
010970          GO TO DO-SYMBOL-RANKING-EXIT.
010980      PERFORM WRITE-ONE-TOP-SYMBOL THRU
010990          WRITE-ONE-TOP-SYMBOL-EXIT
011000          VARYING TOP-SYM-INDEX FROM 1 BY 1
011010          UNTIL TOP-SYM-INDEX IS GREATER THAN
011020              TOP-SYM-COUNT.
011030  DO-SYMBOL-RANKING-EXIT.
011040      EXIT.
011050  WRITE-ONE-TOP-SYMBOL.
011060      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
011070          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
011080      MOVE TOP-SYM-INDEX TO SYMBOL-RANK-OUT.
011090      MOVE TOP-SYM-NAME (TOP-SYM-INDEX) TO SYMBOL-NAME-OUT.
011100      MOVE TOP-SYM-ELEMENTS (TOP-SYM-INDEX) TO
011110          SYMBOL-ELEMENTS-OUT.
011120      MOVE TOP-SYM-LINES (TOP-SYM-INDEX) TO
011130          SYMBOL-LINES-OUT.
011140      MOVE TOP-SYM-USERS (TOP-SYM-INDEX) TO
011150          SYMBOL-USERS-OUT.
011160      MOVE TOP-SYM-DEFINER (TOP-SYM-INDEX) TO
011170          SYMBOL-DEFINER-OUT.
011180      WRITE METRIC-LINE FROM SYMBOL-COMPOSER
011190          AFTER ADVANCING 1 LINE.
011200      ADD 1 TO RPT-LINE-COUNT.
011210  WRITE-ONE-TOP-SYMBOL-EXIT.
011220      EXIT.

011230*  ONE LINE PER SYMBOL GROUP ON THE LISTING PASS.
011240  WRITE-SYMBOL-LISTING-LINE.
011250      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
011260          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
011270      MOVE ZERO TO SYMBOL-RANK-OUT.
011280      MOVE GROUP-SYMBOL TO SYMBOL-NAME-OUT.
011290      MOVE GROUP-ENTRY-COUNT TO SYMBOL-ELEMENTS-OUT.
011300      MOVE GROUP-LINE-COUNT TO SYMBOL-LINES-OUT.
011310      MOVE GROUP-USER-COUNT TO SYMBOL-USERS-OUT.
011320      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO
011330          MOVE SPACES TO SYMBOL-DEFINER-OUT
011340      ELSE
011350          MOVE GROUP-ELEMENT (GROUP-DEFINER-INDEX) TO
011360              SYMBOL-DEFINER-OUT.
011370      WRITE METRIC-LINE FROM SYMBOL-COMPOSER
011380          AFTER ADVANCING 1 LINE.
011390      ADD 1 TO RPT-LINE-COUNT.
011400  WRITE-SYMBOL-LISTING-LINE-EXIT.
011410      EXIT.

011420* =====================================================
011430*  DO-ELEMENT-LISTING -- EVERY ELEMENT IN NAME ORDER.
011440* =====================================================
011450  DO-ELEMENT-LISTING.
011460      MOVE 'ELEMENT LISTING' TO SECTION-NAME.
011470      MOVE LISTING-TITLES TO SECTION-TITLE.
011480      MOVE 99 TO RPT-LINE-COUNT.
011490      MOVE ZERO TO ELEMENT-RANK-OUT.
011500      PERFORM WRITE-ELEMENT-LINE THRU
011510          WRITE-ELEMENT-LINE-EXIT
011520          VARYING ELEMENT-INDEX FROM 1 BY 1
011530          UNTIL ELEMENT-INDEX IS GREATER THAN
011540              ELEMENT-COUNT.
011550  DO-ELEMENT-LISTING-EXIT.
011560      EXIT.

011570  RPT-PAGE-HEAD.
011580      ADD 1 TO RPT-PAGE-COUNT.
011590      MOVE SECTION-NAME TO HEADING-1-TITLE.
011600      MOVE RPT-PAGE-COUNT TO HEADING-1-PAGE.
011610      WRITE METRIC-LINE FROM HEADING-1
011620          AFTER ADVANCING PAGE.
011630      WRITE METRIC-LINE FROM SECTION-TITLE
011640          AFTER ADVANCING 2 LINES.
011650      MOVE SPACES TO METRIC-LINE.
011660      WRITE METRIC-LINE AFTER ADVANCING 1 LINE.
011670      MOVE ZERO TO RPT-LINE-COUNT.
011680  RPT-PAGE-HEAD-EXIT.
011690      EXIT.

011700  WRITE-METRIC-SUMMARY.
011710      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
011720          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
011730      MOVE ELEMENT-COUNT TO ELEMENT-DISP.
011740      MOVE SYMBOL-TOTAL TO SYMBOL-DISP.
011750      MOVE UNDEFINED-TOTAL TO UNDEFINED-DISP.
011760      MOVE EDGE-COUNT TO EDGE-DISP.
011770      MOVE JUMP-TOTAL TO JUMP-DISP.
011780      MOVE TOP-WANTED TO TOP-DISP.
011790      MOVE JUMP-WANTED TO JUMP-WANTED-DISP.
011800      MOVE SPACES TO METRIC-LINE.
011810      STRING 'ELEMENTS=' ELEMENT-DISP
011820          '  SYMBOLS=' SYMBOL-DISP
011830          '  UNDEFINED=' UNDEFINED-DISP
011840          '  DEPENDENCIES=' EDGE-DISP
011850          '  FAN JUMPS=' JUMP-DISP
011860          DELIMITED BY SIZE INTO METRIC-LINE.
011870      WRITE METRIC-LINE AFTER ADVANCING 2 LINES.
011880      MOVE SPACES TO METRIC-LINE.
011890      STRING 'TOP=' TOP-DISP '  JUMP=' JUMP-WANTED-DISP
011900          DELIMITED BY SIZE INTO METRIC-LINE.
011910      WRITE METRIC-LINE AFTER ADVANCING 1 LINE.
011920      IF TABLE-FULL
011930          MOVE 'TABLES FULL -- FIGURES INCOMPLETE AND NOT KEPT'
011940              TO METRIC-LINE
011950          WRITE METRIC-LINE AFTER ADVANCING 1 LINE.
011960  WRITE-METRIC-SUMMARY-EXIT.
011970      EXIT.

011980* =====================================================
011990*  WRITE-METRIC-HISTORY -- KEEPS THIS GENERATION'S
012000*  ELEMENT FIGURES, AND THE BASIS THEY WERE COMPARED
012010*  WITH, FOR THE NEXT RUN.
012020* =====================================================
012030  WRITE-METRIC-HISTORY.
012040      IF TABLE-FULL
012050          GO TO WRITE-METRIC-HISTORY-EXIT.
012060      OPEN OUTPUT METRIC-HISTORY.
012070      IF METRIC-HISTORY-STATUS IS NOT EQUAL TO '00'
012080          DISPLAY 'CULMET: CANNOT WRITE CULMTH.DAT --'
012090              ' FIGURES NOT KEPT.'
012100          GO TO WRITE-METRIC-HISTORY-EXIT.
012110      PERFORM WRITE-ONE-HISTORY-LINE THRU
012120          WRITE-ONE-HISTORY-LINE-EXIT
012130          VARYING ELEMENT-INDEX FROM 1 BY 1
012140          UNTIL ELEMENT-INDEX IS GREATER THAN
012150              ELEMENT-COUNT.
012160      CLOSE METRIC-HISTORY.
012170  WRITE-METRIC-HISTORY-EXIT.
012180      EXIT.
012190  WRITE-ONE-HISTORY-LINE.
012200      MOVE SPACES TO METRIC-HISTORY-LINE.
012210      MOVE ELEMENT-NAME (ELEMENT-INDEX) TO MTH-ELEMENT.
012220      MOVE CULL-GENERATION TO MTH-GENERATION.
012230      MOVE ELEMENT-FAN-OUT (ELEMENT-INDEX) TO MTH-FAN-OUT.
012240      MOVE ELEMENT-FAN-IN (ELEMENT-INDEX) TO MTH-FAN-IN.
012250      MOVE BASIS-GENERATION TO MTH-BASIS-GEN.
012260      MOVE ELEMENT-BASIS-FLAG (ELEMENT-INDEX) TO
012270          MTH-BASIS-FLAG.
012280      MOVE ELEMENT-BASIS-OUT (ELEMENT-INDEX) TO
012290          MTH-BASIS-OUT.
012300      MOVE ELEMENT-BASIS-IN (ELEMENT-INDEX) TO MTH-BASIS-IN.
012310      WRITE METRIC-HISTORY-LINE.
012320  WRITE-ONE-HISTORY-LINE-EXIT.
012330      EXIT.

012340* =====================================================
012350*  CHECK-RUN-SET -- THE MASTERS MUST BE THE SET THE
012360*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
012370*  NOT PENDING, AND EACH MASTER'S FIRST RECORD A STAMP
012380*  RECORD (BLANK NAME) OF THAT SAME GENERATION.
012390*  ANYTHING ELSE IS A TORN OR MIXED SET, AND NOTHING
012400*  IS REPORTED FROM IT.  THE GENERATION AND RUN DATE
012410*  GO INTO THE PAGE HEADING.
012420* =====================================================
012430  CHECK-RUN-SET.
012440      OPEN INPUT RUN-CONTROL.
012450      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
012460          DISPLAY 'CULMET: NO CULCTL.DAT RUN CONTROL'
012470              ' RECORD -- RUN CULL FIRST.'
012480          MOVE 'Y' TO SET-REFUSED-SWITCH
012490          GO TO CHECK-RUN-SET-EXIT.
012500      MOVE SPACES TO RUN-CONTROL-LINE.
012510      READ RUN-CONTROL
012520          AT END MOVE SPACES TO RUN-CONTROL-LINE.
012530      CLOSE RUN-CONTROL.
012540      IF CTL-GENERATION IS NOT NUMERIC OR
012550              CTL-STATE IS NOT EQUAL TO 'C'
012560          DISPLAY 'CULMET: THE LAST CULL NEVER FINISHED'
012570              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
012580          MOVE 'Y' TO SET-REFUSED-SWITCH
012590          GO TO CHECK-RUN-SET-EXIT.
012600      MOVE CTL-GENERATION TO CULL-GENERATION.
012610      MOVE CULL-GENERATION TO HEADING-1-GEN.
012620      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
012630          DELIMITED BY SIZE INTO HEADING-1-CULL-DATE.
012640      STRING CTL-RUN-HH ':' CTL-RUN-MIN
012650          DELIMITED BY SIZE INTO HEADING-1-CULL-TIME.
012660      OPEN INPUT SYM-MASTER.
012670      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
012680          GO TO CHECK-RUN-SET-MIXED.
012690      MOVE 'N' TO STAMP-MATCH-SWITCH.
012700      READ SYM-MASTER
012710          AT END MOVE SPACES TO SYM-MASTER-RECORD.
012720      IF SYMQ-SYMBOL IS EQUAL TO SPACES AND
012730              SYMS-GENERATION IS NUMERIC
012740          IF SYMS-GENERATION IS EQUAL TO CULL-GENERATION
012750              MOVE 'Y' TO STAMP-MATCH-SWITCH.
012760      CLOSE SYM-MASTER.
012770      IF NOT STAMP-MATCHED
012780          GO TO CHECK-RUN-SET-MIXED.
012790      OPEN INPUT ELEM-MASTER.
012800      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
012810          GO TO CHECK-RUN-SET-MIXED.
012820      MOVE 'N' TO STAMP-MATCH-SWITCH.
012830      READ ELEM-MASTER
012840          AT END MOVE SPACES TO ELEM-MASTER-RECORD.
012850      IF ELEMQ-ELEMENT IS EQUAL TO SPACES AND
012860              ELEMS-GENERATION IS NUMERIC
012870          IF ELEMS-GENERATION IS EQUAL TO CULL-GENERATION
012880              MOVE 'Y' TO STAMP-MATCH-SWITCH.
012890      CLOSE ELEM-MASTER.
012900      IF NOT STAMP-MATCHED
012910          GO TO CHECK-RUN-SET-MIXED.
012920      GO TO CHECK-RUN-SET-EXIT.
012930  CHECK-RUN-SET-MIXED.
012940      DISPLAY 'CULMET: CULSYM.MAS AND CULELE.MAS ARE NOT'
012950          ' BOTH CULL GENERATION ' HEADING-1-GEN
012960          ' -- RUN CULL AGAIN.'.
012970      MOVE 'Y' TO SET-REFUSED-SWITCH.
012980  CHECK-RUN-SET-EXIT.
012990      EXIT.
