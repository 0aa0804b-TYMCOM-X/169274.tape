000330      FULL SWEEP BANKED, AND SAYS SO IF THE MASTER IS
000340      MISSING.  WHEN NO CULPFXREG FILE IS PRESENT THE
000350      PREFIX CHECKS ARE SKIPPED AND SAID TO BE SKIPPED.
000360      EVERY PAGE HEADING CARRIES THE CULL GENERATION AND
000370      RUN DATE OF THE MASTER, AS THE CULCTL.DAT RUN
000380      CONTROL RECORD GIVES THEM, AND CULREN CHECKS
000390      NOTHING AGAINST A MASTER THAT CULL LEFT PART WAY
000400      THROUGH ITS COMMIT OR THAT IS NOT OF THAT
000410      GENERATION.

000420      MODIFICATION HISTORY.
000430      02 SEP 26  RTL  ORIGINAL.
000440      15 OCT 26  RTL  CULL GENERATION AND RUN DATE ON
000450                      EVERY PAGE; REFUSE A TORN OR MIXED
000460                      SET.

000470  ENVIRONMENT DIVISION.
000480  CONFIGURATION SECTION.
000490  SOURCE-COMPUTER.  DECSYSTEM-10.
000500  OBJECT-COMPUTER.  DECSYSTEM-10.
000510  INPUT-OUTPUT SECTION.
000520  FILE-CONTROL.
000530      SELECT SYM-MASTER ASSIGN TO DSK
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS DYNAMIC
000560          RECORD KEY IS SYMQ-KEY
000570          FILE STATUS IS SYM-MASTER-STATUS.
000580      SELECT PREFIX-REGISTER ASSIGN TO DSK
000590          ACCESS MODE IS SEQUENTIAL
000600          RECORDING MODE IS ASCII
000610          FILE STATUS IS PREFIX-REG-STATUS.
000620      SELECT RENAME-DECK ASSIGN TO DSK
000630          ACCESS MODE IS SEQUENTIAL
000640          RECORDING MODE IS ASCII
000650          FILE STATUS IS RENAME-DECK-STATUS.
000660      SELECT RUN-CONTROL ASSIGN TO DSK
000670          ACCESS MODE IS SEQUENTIAL
000680          RECORDING MODE IS ASCII
000690          FILE STATUS IS RUN-CONTROL-STATUS.
000700      SELECT REN-LISTINGS ASSIGN TO DSK
000710          ACCESS MODE IS SEQUENTIAL
000720          RECORDING MODE IS ASCII.

000730  DATA DIVISION.
000740  FILE SECTION.
000750  FD SYM-MASTER LABEL RECORDS ARE STANDARD
000760      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
000770      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
000780  01 SYM-MASTER-RECORD.
000790      02 SYMQ-KEY.
000800          03 SYMQ-SYMBOL PICTURE X(6).
000810          03 SYMQ-SEQ PICTURE 9(4).
000820      02 SYMQ-ELEMENT PICTURE X(6).
000830      02 SYMQ-PPN PICTURE X(6).
000840      02 SYMQ-EXTENS PICTURE X(3).
000850      02 SYMQ-DEFN-FLAG PICTURE X(1).
000860      02 SYMQ-REFS PICTURE X(120).
000870* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
000880  01 SYM-STAMP-RECORD.
000890      02 FILLER PICTURE X(26).
000900      02 SYMS-GENERATION PICTURE 9(6).
000910      02 FILLER PICTURE X(114).
000920  FD PREFIX-REGISTER LABEL RECORDS ARE STANDARD
000930      VALUE OF IDENTIFICATION IS PREFIX-REGISTER-NAME
000940      DATA RECORDS ARE PREFIX-REG-LINE.
000950  01 PREFIX-REG-LINE.
000960      02 REG-PREFIX PICTURE X(2).
000970      02 FILLER PICTURE X(1).
000980      02 REG-ELEMENT PICTURE X(6).
000990      02 FILLER PICTURE X(1).
001000      02 REG-PPN PICTURE X(6).
001010  FD RENAME-DECK LABEL RECORDS ARE STANDARD
001020      VALUE OF IDENTIFICATION IS RENAME-DECK-NAME
001030      DATA RECORDS ARE RENAME-CARD.
001040  01 RENAME-CARD.
001050      02 REN-OLD-SYMBOL PICTURE X(6).
001060      02 FILLER PICTURE X(1).
001070      02 REN-NEW-SYMBOL PICTURE X(6).
001080      02 FILLER PICTURE X(67).
001090  FD REN-LISTINGS LABEL RECORDS ARE STANDARD
001100      VALUE OF IDENTIFICATION IS REN-LISTING-NAME
001110      DATA RECORDS ARE REN-LINE.
001120  01 REN-LINE PICTURE X(133).
001130* THE CULL RUN CONTROL RECORD (SEE CULL).
001140  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001150      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001160      DATA RECORDS ARE RUN-CONTROL-LINE.
001170  01 RUN-CONTROL-LINE.
001180      02 CTL-GENERATION PICTURE 9(6).
001190      02 FILLER PICTURE X(1).
001200      02 CTL-RUN-DATE.
001210          03 CTL-RUN-YY PICTURE X(2).
001220          03 CTL-RUN-MM PICTURE X(2).
001230          03 CTL-RUN-DD PICTURE X(2).
001240      02 FILLER PICTURE X(1).
001250      02 CTL-RUN-TIME.
001260          03 CTL-RUN-HH PICTURE X(2).
001270          03 CTL-RUN-MIN PICTURE X(2).
001280      02 FILLER PICTURE X(1).
001290      02 CTL-STATE PICTURE X(1).
001300      02 FILLER PICTURE X(1).
001310      02 CTL-PPNS PICTURE X(56).
001320      02 CTL-EXTS PICTURE X(16).

001330  WORKING-STORAGE SECTION.
001340  77 SYM-MASTER-NAME PICTURE X(9)
001350      VALUE IS 'CULSYMMAS'.
001360  77 SYM-MASTER-STATUS PICTURE X(2).
001370  77 PREFIX-REGISTER-NAME PICTURE X(9)
001380      VALUE IS 'CULPFXREG'.
001390  77 PREFIX-REG-STATUS PICTURE X(2).
001400  77 RENAME-DECK-NAME PICTURE X(9)
001410      VALUE IS 'CULRENDAT'.
001420  77 RENAME-DECK-STATUS PICTURE X(2).
001430  77 RUN-CONTROL-NAME PICTURE X(9)
001440      VALUE IS 'CULCTLDAT'.
001450  77 RUN-CONTROL-STATUS PICTURE X(2).
001460  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
001470  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
001480      88 SET-REFUSED VALUE IS 'Y'.
001490  77 REN-LISTING-NAME PICTURE X(9)
001500      VALUE IS 'CULRENLST'.

001510*  THE SHOP PREFIX REGISTER, AS CULL READS IT.  A
001520*  ONE-CHARACTER PREFIX LEAVES ITS SECOND CHARACTER
001530*  BLANK; A TWO-CHARACTER MATCH ALWAYS BEATS A
001540*  ONE-CHARACTER MATCH.
001550  01 PREFIX-TABLE.
001560      02 PREFIX-ENTRY OCCURS 100 TIMES.
001570          03 PREFIX-REG-PREFIX.
001580              04 PREFIX-REG-CHAR-1 PICTURE X(1).
001590              04 PREFIX-REG-CHAR-2 PICTURE X(1).
001600          03 PREFIX-REG-ELEMENT PICTURE X(6).
001610          03 PREFIX-REG-PPN PICTURE X(6).
001620  77 PREFIX-COUNT PICTURE 9(3) VALUE IS ZERO.
001630  77 PREFIX-INDEX PICTURE 9(3).
001640  77 PREFIX-REG-SWITCH PICTURE X(1) VALUE IS 'N'.
001650      88 PREFIX-REG-ACTIVE VALUE IS 'Y'.
001660  77 PREFIX-MATCH-INDEX PICTURE 9(3).
001670  77 PREFIX-MATCH-SIZE PICTURE 9(1).
001680  01 STANDARD-SYMBOL-WORK.
001690      02 STANDARD-CHAR-1 PICTURE X(1).
001700      02 STANDARD-CHAR-2 PICTURE X(1).
001710      02 FILLER PICTURE X(4).
001720  01 STANDARD-SYMBOL-RED REDEFINES
001730          STANDARD-SYMBOL-WORK.
001740      02 STANDARD-FIRST-TWO PICTURE X(2).
001750      02 FILLER PICTURE X(4).

001760*  ONE PAIR'S WORTH OF STATE.
001770  77 OLD-SYMBOL-WORK PICTURE X(6).
001780  77 NEW-SYMBOL-WORK PICTURE X(6).
001790  77 OLD-FOUND-SWITCH PICTURE X(1) VALUE IS 'N'.
001800      88 OLD-SYMBOL-FOUND VALUE IS 'Y'.
001810  77 OLD-DEFN-ELEMENT PICTURE X(6).
001820  77 OLD-DEFN-PPN PICTURE X(6).
001830  77 NEW-FOUND-SWITCH PICTURE X(1) VALUE IS 'N'.
001840      88 NEW-SYMBOL-FOUND VALUE IS 'Y'.
001850  77 NEW-CLASH-ELEMENT PICTURE X(6).
001860  77 PAIR-FAIL-SWITCH PICTURE X(1) VALUE IS 'N'.
001870      88 PAIR-FAILED VALUE IS 'Y'.
001880  77 PAIRS-READ-COUNT PICTURE 9(4) VALUE IS ZERO.
001890  77 PAIRS-PASSED-COUNT PICTURE 9(4) VALUE IS ZERO.
001900  77 PAIRS-FAILED-COUNT PICTURE 9(4) VALUE IS ZERO.
001910  77 PAIRS-READ-DISP PICTURE ZZZ9.
001920  77 PAIRS-PASSED-DISP PICTURE ZZZ9.
001930  77 PAIRS-FAILED-DISP PICTURE ZZZ9.

001940*  LPT PAGE CONTROL FOR CULRENLST.
001950  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
001960  77 REN-LINE-COUNT PICTURE 9(2) VALUE IS 99.
001970  77 REN-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
001980  01 HEADING-1.
001990      02 FILLER PICTURE X(6) VALUE IS 'CULREN'.
002000      02 HEADING-1-TITLE PICTURE X(27).
002010      02 FILLER PICTURE XX VALUE IS '  '.
002020      02 HEADING-1-DATE PICTURE X(8).
002030      02 FILLER PICTURE XX VALUE IS '  '.
002040      02 HEADING-1-TIME PICTURE X(5).
002050      02 FILLER PICTURE XX VALUE IS '  '.
002060      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
002070      02 HEADING-1-PAGE PICTURE ZZZ9.
002080      02 FILLER PICTURE X(11) VALUE IS '  CULL GEN '.
002090      02 HEADING-1-GEN PICTURE ZZZZZ9.
002100      02 FILLER PICTURE X(4) VALUE IS ' OF '.
002110      02 HEADING-1-CULL-DATE PICTURE X(8).
002120      02 FILLER PICTURE X VALUE IS ' '.
002130      02 HEADING-1-CULL-TIME PICTURE X(5).
002140  01 RUN-DATE-RAW.
002150      02 RUN-YY PICTURE X(2).
002160      02 RUN-MM PICTURE X(2).
002170      02 RUN-DD PICTURE X(2).
002180  01 RUN-TIME-RAW.
002190      02 RUN-HH PICTURE X(2).
002200      02 RUN-MIN PICTURE X(2).
002210      02 FILLER PICTURE X(4).

002220  01 REN-PAIR-COMPOSER.
002230      02 FILLER PICTURE X(7) VALUE IS 'RENAME '.
002240      02 RENC-OLD PICTURE X(6).
002250      02 FILLER PICTURE X(4) VALUE IS ' TO '.
002260      02 RENC-NEW PICTURE X(6).
002270  01 REN-CHECK-COMPOSER.
002280      02 FILLER PICTURE XX VALUE IS '  '.
002290      02 RENC-TEXT PICTURE X(34).
002300      02 FILLER PICTURE XX VALUE IS '  '.
002310      02 RENC-ELEMENT PICTURE X(6).
002320      02 FILLER PICTURE XX VALUE IS '  '.
002330      02 RENC-PPN PICTURE X(6).
002340  01 REN-WORK-COMPOSER.
002350      02 FILLER PICTURE X(4) VALUE IS '    '.
002360      02 RENW-FLAG PICTURE X(10).
002370      02 FILLER PICTURE XX VALUE IS '  '.
002380      02 RENW-ELEMENT PICTURE X(6).
002390      02 FILLER PICTURE XX VALUE IS '  '.
002400      02 RENW-PPN PICTURE X(6).
002410      02 FILLER PICTURE XX VALUE IS '  '.
002420      02 RENW-EXTENS PICTURE X(3).
002430  01 REN-REFS-COMPOSER.
002440      02 FILLER PICTURE X(8) VALUE IS '        '.
002450      02 RENR-REFS PICTURE X(120).

002460  PROCEDURE DIVISION.
002470* =====================================================
002480*  MAIN LINE
002490* =====================================================
002500  MAINLINE-SECTION SECTION.
002510  INITIALIZE-RUN.
002520      OPEN INPUT SYM-MASTER.
002530      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
002540          DISPLAY 'CULREN: CANNOT OPEN CULSYM.MAS --'
002550              ' RUN CULL FIRST.'
002560          STOP RUN.
002570      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
002580      IF SET-REFUSED
002590          CLOSE SYM-MASTER
002600          STOP RUN.
002610      OPEN INPUT RENAME-DECK.
002620      IF RENAME-DECK-STATUS IS NOT EQUAL TO '00'
002630          DISPLAY 'CULREN: NO CULREN.DAT RENAME DECK'
002640              ' -- NOTHING TO CHECK.'
002650          CLOSE SYM-MASTER
002660          STOP RUN.
002670      OPEN OUTPUT REN-LISTINGS.
002680      MOVE SPACES TO REN-LINE.
002690      ACCEPT RUN-DATE-RAW FROM DATE.
002700      ACCEPT RUN-TIME-RAW FROM TIME.
002710      STRING RUN-MM '/' RUN-DD '/' RUN-YY
002720          DELIMITED BY SIZE INTO HEADING-1-DATE.
002730      STRING RUN-HH ':' RUN-MIN
002740          DELIMITED BY SIZE INTO HEADING-1-TIME.
002750      PERFORM READ-PREFIX-REGISTER THRU
002760          READ-PREFIX-REGISTER-EXIT.
002770  RENAME-CARD-LOOP.
002780      READ RENAME-DECK
002790          AT END GO TO RENAME-DECK-DONE.
002800      IF REN-OLD-SYMBOL IS NOT GREATER THAN SPACES
002810          GO TO RENAME-CARD-LOOP.
002820      ADD 1 TO PAIRS-READ-COUNT.
002830      PERFORM CHECK-ONE-PAIR THRU CHECK-ONE-PAIR-EXIT.
002840      GO TO RENAME-CARD-LOOP.
002850  RENAME-DECK-DONE.
002860      CLOSE RENAME-DECK.
002870      CLOSE REN-LISTINGS.
002880      CLOSE SYM-MASTER.
002890      MOVE PAIRS-READ-COUNT TO PAIRS-READ-DISP.
002900      MOVE PAIRS-PASSED-COUNT TO PAIRS-PASSED-DISP.
002910      MOVE PAIRS-FAILED-COUNT TO PAIRS-FAILED-DISP.
002920      DISPLAY 'PAIRS CHECKED ' PAIRS-READ-DISP.
002930      DISPLAY 'PAIRS CLEARED ' PAIRS-PASSED-DISP.
002940      DISPLAY 'PAIRS FAILED  ' PAIRS-FAILED-DISP.
002950      DISPLAY 'CULREN DONE.'.
002960      STOP RUN.

002970* =====================================================
002980*  CHECK-ONE-PAIR -- RUNS THE THREE CHECKS FOR ONE
002990*  OLD/NEW CARD AND, WHEN ALL OF THEM CLEAR, PRINTS
003000*  THE PER-ELEMENT WORKLIST FROM THE MASTER'S
003010*  REFERENCE LINES.
003020* =====================================================
003030  CHECK-ONE-PAIR.
003040      MOVE REN-OLD-SYMBOL TO OLD-SYMBOL-WORK.
003050      MOVE REN-NEW-SYMBOL TO NEW-SYMBOL-WORK.
003060      MOVE 'N' TO PAIR-FAIL-SWITCH.
003070      MOVE SPACES TO REN-LINE.
003080      PERFORM WRITE-REN-BLANK THRU WRITE-REN-BLANK-EXIT.
003090      MOVE OLD-SYMBOL-WORK TO RENC-OLD.
003100      MOVE NEW-SYMBOL-WORK TO RENC-NEW.
003110      PERFORM CHECK-REN-PAGE THRU CHECK-REN-PAGE-EXIT.
003120      WRITE REN-LINE FROM REN-PAIR-COMPOSER
003130          AFTER ADVANCING 1 LINE.
003140      ADD 1 TO REN-LINE-COUNT.
003150      PERFORM CHECK-OLD-SYMBOL THRU
003160          CHECK-OLD-SYMBOL-EXIT.
003170      PERFORM CHECK-NEW-SYMBOL THRU
003180          CHECK-NEW-SYMBOL-EXIT.
003190      PERFORM CHECK-NEW-PREFIX THRU
003200          CHECK-NEW-PREFIX-EXIT.
003210      IF PAIR-FAILED
003220          ADD 1 TO PAIRS-FAILED-COUNT
003230          MOVE 'RENAME NOT CLEARED - NO WORKLIST' TO
003240              RENC-TEXT
003250          MOVE SPACES TO RENC-ELEMENT
003260          MOVE SPACES TO RENC-PPN
003270          PERFORM WRITE-REN-CHECK THRU
003280              WRITE-REN-CHECK-EXIT
003290          GO TO CHECK-ONE-PAIR-EXIT.
003300      ADD 1 TO PAIRS-PASSED-COUNT.
003310      MOVE 'ALL CHECKS PASSED - WORKLIST FOLLOWS' TO
003320          RENC-TEXT.
003330      MOVE SPACES TO RENC-ELEMENT.
003340      MOVE SPACES TO RENC-PPN.
003350      PERFORM WRITE-REN-CHECK THRU WRITE-REN-CHECK-EXIT.
003360      PERFORM WRITE-PAIR-WORKLIST THRU
003370          WRITE-PAIR-WORKLIST-EXIT.
003380  CHECK-ONE-PAIR-EXIT.
003390      EXIT.

003400*  OLD MUST EXIST, AND MUST HAVE A DEFINING ELEMENT IN
003410*  THE SWEEP, OR THERE IS NOTHING TO VERIFY THE NEW
003420*  PREFIX AGAINST.
003430  CHECK-OLD-SYMBOL.
003440      MOVE 'N' TO OLD-FOUND-SWITCH.
003450      MOVE SPACES TO OLD-DEFN-ELEMENT.
003460      MOVE SPACES TO OLD-DEFN-PPN.
003470      MOVE OLD-SYMBOL-WORK TO SYMQ-SYMBOL.
003480      MOVE ZERO TO SYMQ-SEQ.
003490      START SYM-MASTER KEY IS GREATER THAN SYMQ-KEY;
003500          INVALID KEY GO TO CHECK-OLD-NOTE.
003510  CHECK-OLD-LOOP.
003520      READ SYM-MASTER NEXT RECORD;
003530          AT END GO TO CHECK-OLD-NOTE.
003540      IF SYMQ-SYMBOL IS NOT EQUAL TO OLD-SYMBOL-WORK
003550          GO TO CHECK-OLD-NOTE.
003560      MOVE 'Y' TO OLD-FOUND-SWITCH.
003570      IF SYMQ-DEFN-FLAG IS EQUAL TO 'Y' AND
003580              OLD-DEFN-ELEMENT IS EQUAL TO SPACES
003590          MOVE SYMQ-ELEMENT TO OLD-DEFN-ELEMENT
003600          MOVE SYMQ-PPN TO OLD-DEFN-PPN.
003610      GO TO CHECK-OLD-LOOP.
003620  CHECK-OLD-NOTE.
003630      IF NOT OLD-SYMBOL-FOUND
003640          MOVE 'Y' TO PAIR-FAIL-SWITCH
003650          MOVE 'OLD SYMBOL NOT IN CULLED DATA' TO
003660              RENC-TEXT
003670          MOVE SPACES TO RENC-ELEMENT
003680          MOVE SPACES TO RENC-PPN
003690          PERFORM WRITE-REN-CHECK THRU
003700              WRITE-REN-CHECK-EXIT
003710          GO TO CHECK-OLD-SYMBOL-EXIT.
003720      IF OLD-DEFN-ELEMENT IS EQUAL TO SPACES
003730          MOVE 'Y' TO PAIR-FAIL-SWITCH
003740          MOVE 'OLD SYMBOL HAS NO DEFINING ELEMENT' TO
003750              RENC-TEXT
003760          MOVE SPACES TO RENC-ELEMENT
003770          MOVE SPACES TO RENC-PPN
003780          PERFORM WRITE-REN-CHECK THRU
003790              WRITE-REN-CHECK-EXIT
003800          GO TO CHECK-OLD-SYMBOL-EXIT.
003810      MOVE 'OLD SYMBOL DEFINED IN' TO RENC-TEXT.
003820      MOVE OLD-DEFN-ELEMENT TO RENC-ELEMENT.
003830      MOVE OLD-DEFN-PPN TO RENC-PPN.
003840      PERFORM WRITE-REN-CHECK THRU WRITE-REN-CHECK-EXIT.
003850  CHECK-OLD-SYMBOL-EXIT.
003860      EXIT.

003870  CHECK-NEW-SYMBOL.
003880      MOVE 'N' TO NEW-FOUND-SWITCH.
003890      MOVE SPACES TO NEW-CLASH-ELEMENT.
003900      MOVE NEW-SYMBOL-WORK TO SYMQ-SYMBOL.
003910      MOVE ZERO TO SYMQ-SEQ.
003920      START SYM-MASTER KEY IS GREATER THAN SYMQ-KEY;
003930          INVALID KEY GO TO CHECK-NEW-NOTE.
003940      READ SYM-MASTER NEXT RECORD;
003950          AT END GO TO CHECK-NEW-NOTE.
003960      IF SYMQ-SYMBOL IS EQUAL TO NEW-SYMBOL-WORK
003970          MOVE 'Y' TO NEW-FOUND-SWITCH
003980          MOVE SYMQ-ELEMENT TO NEW-CLASH-ELEMENT.
003990  CHECK-NEW-NOTE.
004000      IF NEW-SYMBOL-FOUND
004010          MOVE 'Y' TO PAIR-FAIL-SWITCH
004020          MOVE 'NEW SYMBOL COLLIDES, ALREADY IN' TO
004030              RENC-TEXT
004040          MOVE NEW-CLASH-ELEMENT TO RENC-ELEMENT
004050          MOVE SPACES TO RENC-PPN
004060          PERFORM WRITE-REN-CHECK THRU
004070              WRITE-REN-CHECK-EXIT
004080          GO TO CHECK-NEW-SYMBOL-EXIT.
004090      MOVE 'NEW SYMBOL IS FREE' TO RENC-TEXT.
004100      MOVE SPACES TO RENC-ELEMENT.
004110      MOVE SPACES TO RENC-PPN.
004120      PERFORM WRITE-REN-CHECK THRU WRITE-REN-CHECK-EXIT.
004130  CHECK-NEW-SYMBOL-EXIT.
004140      EXIT.

004150*  NEW'S PREFIX MUST BE IN THE REGISTER, AND ITS
004160*  REGISTERED OWNERS (WHERE GIVEN) MUST BE THE ELEMENT
004170*  AND PPN THAT DEFINE OLD, OR THE RENAME JUST TRADES
004180*  ONE CULSTDLST EXCEPTION FOR ANOTHER.
004190  CHECK-NEW-PREFIX.
004200      IF NOT PREFIX-REG-ACTIVE
004210          MOVE 'NO PREFIX REGISTER - NOT CHECKED' TO
004220              RENC-TEXT
004230          MOVE SPACES TO RENC-ELEMENT
004240          MOVE SPACES TO RENC-PPN
004250          PERFORM WRITE-REN-CHECK THRU
004260              WRITE-REN-CHECK-EXIT
004270          GO TO CHECK-NEW-PREFIX-EXIT.
004280      MOVE NEW-SYMBOL-WORK TO STANDARD-SYMBOL-WORK.
004290      MOVE ZERO TO PREFIX-MATCH-INDEX.
004300      MOVE ZERO TO PREFIX-MATCH-SIZE.
004310      PERFORM TEST-ONE-PREFIX THRU TEST-ONE-PREFIX-EXIT
004320          VARYING PREFIX-INDEX FROM 1 BY 1
004330          UNTIL PREFIX-INDEX IS GREATER THAN
004340              PREFIX-COUNT.
004350      IF PREFIX-MATCH-INDEX IS EQUAL TO ZERO
004360          MOVE 'Y' TO PAIR-FAIL-SWITCH
004370          MOVE 'NEW PREFIX NOT IN REGISTER' TO
004380              RENC-TEXT
004390          MOVE SPACES TO RENC-ELEMENT
004400          MOVE SPACES TO RENC-PPN
004410          PERFORM WRITE-REN-CHECK THRU
004420              WRITE-REN-CHECK-EXIT
004430          GO TO CHECK-NEW-PREFIX-EXIT.
004440      IF PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX) IS NOT
004450              EQUAL TO SPACES AND
004460          PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX) IS
004470              NOT EQUAL TO OLD-DEFN-ELEMENT
004480          MOVE 'Y' TO PAIR-FAIL-SWITCH
004490          MOVE 'NEW PREFIX REGISTERED ELSEWHERE' TO
004500              RENC-TEXT
004510          MOVE PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX)
004520              TO RENC-ELEMENT
004530          MOVE PREFIX-REG-PPN (PREFIX-MATCH-INDEX) TO
004540              RENC-PPN
004550          PERFORM WRITE-REN-CHECK THRU
004560              WRITE-REN-CHECK-EXIT
004570          GO TO CHECK-NEW-PREFIX-EXIT.
004580      IF PREFIX-REG-PPN (PREFIX-MATCH-INDEX) IS NOT
004590              EQUAL TO SPACES AND
004600          PREFIX-REG-PPN (PREFIX-MATCH-INDEX) IS NOT
004610              EQUAL TO OLD-DEFN-PPN
004620          MOVE 'Y' TO PAIR-FAIL-SWITCH
004630          MOVE 'NEW PREFIX REGISTERED ELSEWHERE' TO
004640              RENC-TEXT
004650          MOVE PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX)
004660              TO RENC-ELEMENT
004670          MOVE PREFIX-REG-PPN (PREFIX-MATCH-INDEX) TO
004680              RENC-PPN
004690          PERFORM WRITE-REN-CHECK THRU
004700              WRITE-REN-CHECK-EXIT
004710          GO TO CHECK-NEW-PREFIX-EXIT.
004720      MOVE 'NEW PREFIX REGISTERED TO OWNER' TO
004730          RENC-TEXT.
004740      MOVE PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX) TO
004750          RENC-ELEMENT.
004760      MOVE PREFIX-REG-PPN (PREFIX-MATCH-INDEX) TO
004770          RENC-PPN.
004780      PERFORM WRITE-REN-CHECK THRU WRITE-REN-CHECK-EXIT.
004790  CHECK-NEW-PREFIX-EXIT.
004800      EXIT.
004810  TEST-ONE-PREFIX.
004820      IF PREFIX-REG-CHAR-2 (PREFIX-INDEX) IS EQUAL TO
004830              SPACE
004840          GO TO TEST-ONE-PREFIX-SINGLE.
004850      IF PREFIX-REG-PREFIX (PREFIX-INDEX) IS EQUAL TO
004860              STANDARD-FIRST-TWO
004870          MOVE PREFIX-INDEX TO PREFIX-MATCH-INDEX
004880          MOVE 2 TO PREFIX-MATCH-SIZE.
004890      GO TO TEST-ONE-PREFIX-EXIT.
004900  TEST-ONE-PREFIX-SINGLE.
004910      IF PREFIX-REG-CHAR-1 (PREFIX-INDEX) IS EQUAL TO
004920              STANDARD-CHAR-1 AND
004930          PREFIX-MATCH-SIZE IS LESS THAN 2
004940          MOVE PREFIX-INDEX TO PREFIX-MATCH-INDEX
004950          MOVE 1 TO PREFIX-MATCH-SIZE.
004960  TEST-ONE-PREFIX-EXIT.
004970      EXIT.

004980*  THE WORKLIST: ONE START AND SEQUENTIAL READS HAND
004990*  OVER EVERY MASTER LINE FOR OLD -- THE DEFINING
005000*  ELEMENT AND EVERY REFERENCING ELEMENT, EACH WITH
005010*  ITS REFERENCE LINES -- WHICH IS EXACTLY THE SET OF
005020*  FILE-PARTS AND LINES THE PROGRAMMERS MUST EDIT.
005030  WRITE-PAIR-WORKLIST.
005040      MOVE OLD-SYMBOL-WORK TO SYMQ-SYMBOL.
005050      MOVE ZERO TO SYMQ-SEQ.
005060      START SYM-MASTER KEY IS GREATER THAN SYMQ-KEY;
005070          INVALID KEY GO TO WRITE-PAIR-WORKLIST-EXIT.
005080  WORKLIST-LOOP.
005090      READ SYM-MASTER NEXT RECORD;
005100          AT END GO TO WRITE-PAIR-WORKLIST-EXIT.
005110      IF SYMQ-SYMBOL IS NOT EQUAL TO OLD-SYMBOL-WORK
005120          GO TO WRITE-PAIR-WORKLIST-EXIT.
005130      IF SYMQ-DEFN-FLAG IS EQUAL TO 'Y'
005140          MOVE 'DEFINES' TO RENW-FLAG
005150      ELSE
005160          MOVE 'REFERENCES' TO RENW-FLAG.
005170      MOVE SYMQ-ELEMENT TO RENW-ELEMENT.
005180      MOVE SYMQ-PPN TO RENW-PPN.
005190      MOVE SYMQ-EXTENS TO RENW-EXTENS.
005200      PERFORM CHECK-REN-PAGE THRU CHECK-REN-PAGE-EXIT.
005210      WRITE REN-LINE FROM REN-WORK-COMPOSER
005220          AFTER ADVANCING 1 LINE.
005230      ADD 1 TO REN-LINE-COUNT.
005240      MOVE SYMQ-REFS TO RENR-REFS.
005250      PERFORM CHECK-REN-PAGE THRU CHECK-REN-PAGE-EXIT.
005260      WRITE REN-LINE FROM REN-REFS-COMPOSER
005270          AFTER ADVANCING 1 LINE.
005280      ADD 1 TO REN-LINE-COUNT.
005290      GO TO WORKLIST-LOOP.
005300  WRITE-PAIR-WORKLIST-EXIT.
005310      EXIT.

005320  READ-PREFIX-REGISTER.
005330      OPEN INPUT PREFIX-REGISTER.
005340      IF PREFIX-REG-STATUS IS NOT EQUAL TO '00'
005350          GO TO READ-PREFIX-REGISTER-EXIT.
005360  READ-PREFIX-REGISTER-LOOP.
005370      READ PREFIX-REGISTER
005380          AT END GO TO READ-PREFIX-REGISTER-CLOSE.
005390      IF REG-PREFIX IS EQUAL TO SPACES
005400          GO TO READ-PREFIX-REGISTER-LOOP.
005410      IF PREFIX-COUNT IS EQUAL TO 100
005420          DISPLAY 'CULREN: CULPFXREG HAS MORE THAN 100'
005430              ' ENTRIES -- REST IGNORED.'
005440          GO TO READ-PREFIX-REGISTER-CLOSE.
005450      ADD 1 TO PREFIX-COUNT.
005460      MOVE REG-PREFIX TO
005470          PREFIX-REG-PREFIX (PREFIX-COUNT).
005480      MOVE REG-ELEMENT TO
005490          PREFIX-REG-ELEMENT (PREFIX-COUNT).
005500      MOVE REG-PPN TO
005510          PREFIX-REG-PPN (PREFIX-COUNT).
005520      GO TO READ-PREFIX-REGISTER-LOOP.
005530  READ-PREFIX-REGISTER-CLOSE.
005540      CLOSE PREFIX-REGISTER.
005550      IF PREFIX-COUNT IS GREATER THAN ZERO
005560          MOVE 'Y' TO PREFIX-REG-SWITCH.
005570  READ-PREFIX-REGISTER-EXIT.
005580      EXIT.

005590  WRITE-REN-CHECK.
005600      PERFORM CHECK-REN-PAGE THRU CHECK-REN-PAGE-EXIT.
005610      WRITE REN-LINE FROM REN-CHECK-COMPOSER
005620          AFTER ADVANCING 1 LINE.
005630      ADD 1 TO REN-LINE-COUNT.
005640  WRITE-REN-CHECK-EXIT.
005650      EXIT.
005660  WRITE-REN-BLANK.
005670      PERFORM CHECK-REN-PAGE THRU CHECK-REN-PAGE-EXIT.
005680      MOVE SPACES TO REN-LINE.
005690      WRITE REN-LINE AFTER ADVANCING 1 LINE.
005700      ADD 1 TO REN-LINE-COUNT.
005710  WRITE-REN-BLANK-EXIT.
005720      EXIT.
005730  CHECK-REN-PAGE.
005740      IF REN-LINE-COUNT IS NOT LESS THAN
005750              PAGE-LINE-LIMIT
005760          PERFORM REN-PAGE-HEAD THRU REN-PAGE-HEAD-EXIT.
005770  CHECK-REN-PAGE-EXIT.
005780      EXIT.
005790  REN-PAGE-HEAD.
005800      ADD 1 TO REN-PAGE-COUNT.
005810      MOVE 'RENAME PLANNING (CULRENLST)' TO
005820          HEADING-1-TITLE.
005830      MOVE REN-PAGE-COUNT TO HEADING-1-PAGE.
005840      WRITE REN-LINE FROM HEADING-1
005850          AFTER ADVANCING PAGE.
005860      MOVE SPACES TO REN-LINE.
005870      WRITE REN-LINE AFTER ADVANCING 1 LINE.
005880      MOVE ZERO TO REN-LINE-COUNT.
005890  REN-PAGE-HEAD-EXIT.
005900      EXIT.

005910* =====================================================
005920*  CHECK-RUN-SET -- THE MASTER MUST BE THE ONE THE
005930*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
005940*  NOT PENDING, AND ITS STAMP RECORD (BLANK NAME,
005950*  SEQUENCE ZERO) OF THAT SAME GENERATION.  ANYTHING
005960*  ELSE IS A TORN OR MIXED SET, AND NO RENAME IS
005970*  CHECKED AGAINST IT.  THE GENERATION AND RUN DATE
005980*  GO INTO THE PAGE HEADING.
005990* =====================================================
006000  CHECK-RUN-SET.
006010      OPEN INPUT RUN-CONTROL.
006020      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
006030          DISPLAY 'CULREN: NO CULCTL.DAT RUN CONTROL'
006040              ' RECORD -- RUN CULL FIRST.'
006050          MOVE 'Y' TO SET-REFUSED-SWITCH
006060          GO TO CHECK-RUN-SET-EXIT.
006070      MOVE SPACES TO RUN-CONTROL-LINE.
006080      READ RUN-CONTROL
006090          AT END MOVE SPACES TO RUN-CONTROL-LINE.
006100      CLOSE RUN-CONTROL.
006110      IF CTL-GENERATION IS NOT NUMERIC OR
006120              CTL-STATE IS NOT EQUAL TO 'C'
006130          DISPLAY 'CULREN: THE LAST CULL NEVER FINISHED'
006140              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
006150          MOVE 'Y' TO SET-REFUSED-SWITCH
006160          GO TO CHECK-RUN-SET-EXIT.
006170      MOVE CTL-GENERATION TO CULL-GENERATION.
006180      MOVE CULL-GENERATION TO HEADING-1-GEN.
006190      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
006200          DELIMITED BY SIZE INTO HEADING-1-CULL-DATE.
006210      STRING CTL-RUN-HH ':' CTL-RUN-MIN
006220          DELIMITED BY SIZE INTO HEADING-1-CULL-TIME.
006230      MOVE SPACES TO SYMQ-SYMBOL.
006240      MOVE ZERO TO SYMQ-SEQ.
006250      READ SYM-MASTER
006260          INVALID KEY GO TO CHECK-RUN-SET-MIXED.
006270      IF SYMS-GENERATION IS NOT EQUAL TO CULL-GENERATION
006280          GO TO CHECK-RUN-SET-MIXED.
006290      GO TO CHECK-RUN-SET-EXIT.
006300  CHECK-RUN-SET-MIXED.
006310      DISPLAY 'CULREN: CULSYM.MAS IS NOT CULL GENERATION '
006320          HEADING-1-GEN ' -- RUN CULL AGAIN.'.
006330      MOVE 'Y' TO SET-REFUSED-SWITCH.
006340  CHECK-RUN-SET-EXIT.
006350      EXIT.
