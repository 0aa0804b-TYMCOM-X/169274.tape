
000200      RUN CULL FIRST: CULQRY ONLY READS WHAT THE LAST
000210      CULL BANKED, AND SAYS SO IF A MASTER IS MISSING.
000220      THE SESSION OPENS WITH THE CULL GENERATION AND RUN
000230      DATE OF THE SET IT IS ANSWERING FROM, AS THE
000240      CULCTL.DAT RUN CONTROL RECORD GIVES THEM, AND
000250      CULQRY REFUSES TO ANSWER AT ALL FROM A SET THAT
000260      CULL LEFT PART WAY THROUGH ITS COMMIT OR WHOSE
000270      MASTERS ARE NOT BOTH OF THAT GENERATION.

000280      EACH MASTER CARRIES ONE RECORD PER CULLED LINE,
000290      KEYED BY (NAME, SEQUENCE-WITHIN-NAME), SO ONE
000300      START AND SEQUENTIAL READS PICK UP A WHOLE
000310      GROUP WITHOUT TOUCHING ANYTHING ELSE.

000320      WHERE THE GLOBAL SYMBOL DICTIONARY (CULDIC.MAS,
000330      KEPT WITH THE CULDIC PROGRAM) HAS AN ENTRY FOR A
000340      SYMBOL, ITS ONE-LINE DESCRIPTION IS SHOWN NEXT TO
000350      THE SYMBOL, BOTH ON THE SYMBOL HEADING AND ON AN
000360      ELEMENT'S MANIFEST.  NO DICTIONARY, NO DESCRIPTIONS.

000370      MODIFICATION HISTORY.
000380      22 AUG 26  RTL  ORIGINAL.
000390      15 OCT 26  RTL  SHOW THE CULL GENERATION AND RUN
000400                      DATE; REFUSE A TORN OR MIXED SET.
000410      15 OCT 26  RTL  SHOW THE DICTIONARY DESCRIPTION NEXT
000420                      TO EACH SYMBOL.

000430  ENVIRONMENT DIVISION.
000440  CONFIGURATION SECTION.
000450  SOURCE-COMPUTER.  DECSYSTEM-10.
000460  OBJECT-COMPUTER.  DECSYSTEM-10.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT SYM-MASTER ASSIGN TO DSK
000500          ORGANIZATION IS INDEXED
000510          ACCESS MODE IS DYNAMIC
000520          RECORD KEY IS SYMQ-KEY
000530          FILE STATUS IS SYM-MASTER-STATUS.
000540      SELECT ELEM-MASTER ASSIGN TO DSK
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS DYNAMIC
000570          RECORD KEY IS ELEMQ-KEY
000580          FILE STATUS IS ELEM-MASTER-STATUS.
000590      SELECT DICT-MASTER ASSIGN TO DSK
000600          ORGANIZATION IS INDEXED
000610          ACCESS MODE IS RANDOM
000620          RECORD KEY IS DICT-SYMBOL
000630          FILE STATUS IS DICT-MASTER-STATUS.
000640      SELECT RUN-CONTROL ASSIGN TO DSK
000650          ACCESS MODE IS SEQUENTIAL
000660          RECORDING MODE IS ASCII
000670          FILE STATUS IS RUN-CONTROL-STATUS.

000680  DATA DIVISION.
000690  FILE SECTION.
000700  FD SYM-MASTER LABEL RECORDS ARE STANDARD
000710      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
000720      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
000730  01 SYM-MASTER-RECORD.
000740      02 SYMQ-KEY.
000750          03 SYMQ-SYMBOL PICTURE X(6).
000760          03 SYMQ-SEQ PICTURE 9(4).
000770      02 SYMQ-ELEMENT PICTURE X(6).
000780      02 SYMQ-PPN PICTURE X(6).
000790      02 SYMQ-EXTENS PICTURE X(3).
000800      02 SYMQ-DEFN-FLAG PICTURE X(1).
000810      02 SYMQ-REFS PICTURE X(120).
000820* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
000830  01 SYM-STAMP-RECORD.
000840      02 FILLER PICTURE X(26).
000850      02 SYMS-GENERATION PICTURE 9(6).
000860      02 FILLER PICTURE X(114).
000870  FD ELEM-MASTER LABEL RECORDS ARE STANDARD
000880      VALUE OF IDENTIFICATION IS ELEM-MASTER-NAME
000890      DATA RECORDS ARE ELEM-MASTER-RECORD,
000900          ELEM-STAMP-RECORD.
000910  01 ELEM-MASTER-RECORD.
000920      02 ELEMQ-KEY.
000930          03 ELEMQ-ELEMENT PICTURE X(6).
000940          03 ELEMQ-SEQ PICTURE 9(4).
000950      02 ELEMQ-SYMBOL PICTURE X(6).
000960      02 ELEMQ-PPN PICTURE X(6).
000970      02 ELEMQ-EXTENS PICTURE X(3).
000980      02 ELEMQ-DEFN-FLAG PICTURE X(1).
000990      02 ELEMQ-REFS PICTURE X(120).
001000  01 ELEM-STAMP-RECORD.
001010      02 FILLER PICTURE X(26).
001020      02 ELEMS-GENERATION PICTURE 9(6).
001030      02 FILLER PICTURE X(114).
001040* THE GLOBAL SYMBOL DICTIONARY (SEE CULDIC).
001050  FD DICT-MASTER LABEL RECORDS ARE STANDARD
001060      VALUE OF IDENTIFICATION IS DICT-MASTER-NAME
001070      DATA RECORDS ARE DICT-RECORD.
001080  01 DICT-RECORD.
001090      02 DICT-SYMBOL PICTURE X(6).
001100      02 DICT-OWNER PICTURE X(6).
001110      02 DICT-MAINT-DATE.
001120          03 DICT-MAINT-YY PICTURE X(2).
001130          03 DICT-MAINT-MM PICTURE X(2).
001140          03 DICT-MAINT-DD PICTURE X(2).
001150      02 DICT-MAINT-BY PICTURE X(12).
001160      02 DICT-DESCRIPTION PICTURE X(60).
001170* THE CULL RUN CONTROL RECORD (SEE CULL).
001180  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001190      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001200      DATA RECORDS ARE RUN-CONTROL-LINE.
001210  01 RUN-CONTROL-LINE.
001220      02 CTL-GENERATION PICTURE 9(6).
001230      02 FILLER PICTURE X(1).
001240      02 CTL-RUN-DATE.
001250          03 CTL-RUN-YY PICTURE X(2).
001260          03 CTL-RUN-MM PICTURE X(2).
001270          03 CTL-RUN-DD PICTURE X(2).
001280      02 FILLER PICTURE X(1).
001290      02 CTL-RUN-TIME.
001300          03 CTL-RUN-HH PICTURE X(2).
001310          03 CTL-RUN-MIN PICTURE X(2).
001320      02 FILLER PICTURE X(1).
001330      02 CTL-STATE PICTURE X(1).
001340      02 FILLER PICTURE X(1).
001350      02 CTL-PPNS PICTURE X(56).
001360      02 CTL-EXTS PICTURE X(16).

001370  WORKING-STORAGE SECTION.
001380  77 SYM-MASTER-NAME PICTURE X(9)
001390      VALUE IS 'CULSYMMAS'.
001400  77 SYM-MASTER-STATUS PICTURE X(2).
001410  77 ELEM-MASTER-NAME PICTURE X(9)
001420      VALUE IS 'CULELEMAS'.
001430  77 ELEM-MASTER-STATUS PICTURE X(2).
001440  77 DICT-MASTER-NAME PICTURE X(9)
001450      VALUE IS 'CULDICMAS'.
001460  77 DICT-MASTER-STATUS PICTURE X(2).
001470  77 DICT-OPEN-SWITCH PICTURE X(1) VALUE IS 'N'.
001480      88 DICT-OPEN VALUE IS 'Y'.
001490*  THE DESCRIPTION OF THE SYMBOL IN HAND; A MANIFEST
001500*  LINE HAS ROOM FOR ONLY THE FIRST 56 CHARACTERS.
001510  01 SYMBOL-DESCRIPTION.
001520      02 SYMBOL-DESCRIPTION-SHORT PICTURE X(56).
001530      02 FILLER PICTURE X(4).
001540  77 RUN-CONTROL-NAME PICTURE X(9)
001550      VALUE IS 'CULCTLDAT'.
001560  77 RUN-CONTROL-STATUS PICTURE X(2).
001570  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
001580  77 GENERATION-DISP PICTURE ZZZZZ9.
001590  77 CULL-DATE-DISP PICTURE X(8).
001600  77 CULL-TIME-DISP PICTURE X(5).
001610  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
001620      88 SET-REFUSED VALUE IS 'Y'.
001630  01 QUERY-LINE.
001640      02 QUERY-NAME PICTURE X(6).
001650      02 FILLER PICTURE X(74).
001660  77 ANYTHING-SHOWN-SWITCH PICTURE X(1) VALUE IS 'N'.
001670      88 ANYTHING-SHOWN VALUE IS 'Y'.

001680  PROCEDURE DIVISION.
001690* =====================================================
001700*  MAIN LINE
001710* =====================================================
001720  MAINLINE-SECTION SECTION.
001730  OPEN-MASTERS.
001740      OPEN INPUT SYM-MASTER.
001750      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
001760          DISPLAY 'CULQRY: CANNOT OPEN CULSYM.MAS --'
001770              ' RUN CULL FIRST.'
001780          STOP RUN.
001790      OPEN INPUT ELEM-MASTER.
001800      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
001810          DISPLAY 'CULQRY: CANNOT OPEN CULELE.MAS --'
001820              ' RUN CULL FIRST.'
001830          CLOSE SYM-MASTER
001840          STOP RUN.
001850      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
001860      IF SET-REFUSED
001870          CLOSE SYM-MASTER
001880          CLOSE ELEM-MASTER
001890          STOP RUN.
001900      OPEN INPUT DICT-MASTER.
001910      IF DICT-MASTER-STATUS IS EQUAL TO '00'
001920          MOVE 'Y' TO DICT-OPEN-SWITCH.
001930      DISPLAY 'CULQRY -- SYMBOL AND ELEMENT LOOKUP.'.
001940      DISPLAY 'CULL GENERATION ' GENERATION-DISP ' OF '
001950          CULL-DATE-DISP ' ' CULL-TIME-DISP '.'.
001960      DISPLAY 'TYPE A NAME, OR A BLANK LINE TO END.'.
001970  QUERY-LOOP.
001980      DISPLAY 'NAME: '.
001990      MOVE SPACES TO QUERY-LINE.
002000      ACCEPT QUERY-LINE.
002010      IF QUERY-NAME IS EQUAL TO SPACES
002020          GO TO QUERY-DONE.
002030      MOVE 'N' TO ANYTHING-SHOWN-SWITCH.
002040      PERFORM SHOW-SYMBOL THRU SHOW-SYMBOL-EXIT.
002050      PERFORM SHOW-ELEMENT THRU SHOW-ELEMENT-EXIT.
002060      IF NOT ANYTHING-SHOWN
002070          DISPLAY '  ' QUERY-NAME
002080              ' IS NOT IN THE CULLED DATA.'.
002090      GO TO QUERY-LOOP.
002100  QUERY-DONE.
002110      CLOSE SYM-MASTER.
002120      CLOSE ELEM-MASTER.
002130      IF DICT-OPEN
002140          CLOSE DICT-MASTER.
002150      DISPLAY 'CULQRY DONE.'.
002160      STOP RUN.

002170* =====================================================
002180*  SHOW-SYMBOL -- ONE START AT (NAME, 0) AND READS
002190*  UNTIL THE SYMBOL CHANGES: DEFINING ELEMENT FIRST-
002200*  CLASS, EVERY REFERENCING ELEMENT WITH ITS
002210*  REFERENCE LINES.
002220* =====================================================
002230  SHOW-SYMBOL.
002240      MOVE QUERY-NAME TO SYMQ-SYMBOL.
002250      MOVE ZERO TO SYMQ-SEQ.
002260      START SYM-MASTER KEY IS GREATER THAN SYMQ-KEY;
002270          INVALID KEY GO TO SHOW-SYMBOL-EXIT.
002280  SHOW-SYMBOL-LOOP.
002290      READ SYM-MASTER NEXT RECORD;
002300          AT END GO TO SHOW-SYMBOL-EXIT.
002310      IF SYMQ-SYMBOL IS NOT EQUAL TO QUERY-NAME
002320          GO TO SHOW-SYMBOL-EXIT.
002330      IF SYMQ-SEQ IS EQUAL TO 1
002340          MOVE 'Y' TO ANYTHING-SHOWN-SWITCH
002350          MOVE QUERY-NAME TO DICT-SYMBOL
002360          PERFORM LOOK-UP-DESCRIPTION THRU
002370              LOOK-UP-DESCRIPTION-EXIT
002380          DISPLAY 'SYMBOL ' QUERY-NAME '  '
002390              SYMBOL-DESCRIPTION.
002400      IF SYMQ-DEFN-FLAG IS EQUAL TO 'Y'
002410          DISPLAY '  DEFINED IN    ' SYMQ-ELEMENT
002420              ' ' SYMQ-PPN ' .' SYMQ-EXTENS
002430      ELSE
002440          DISPLAY '  REFERENCED BY ' SYMQ-ELEMENT
002450              ' ' SYMQ-PPN ' .' SYMQ-EXTENS.
002460      DISPLAY '      ' SYMQ-REFS.
002470      GO TO SHOW-SYMBOL-LOOP.
002480  SHOW-SYMBOL-EXIT.
002490      EXIT.

002500* =====================================================
002510*  SHOW-ELEMENT -- SAME GAME ON THE BY-ELEMENT
002520*  MASTER: THE ELEMENT'S WHOLE SYMBOL MANIFEST,
002530*  DEFINITIONS MARKED.
002540* =====================================================
002550  SHOW-ELEMENT.
002560      MOVE QUERY-NAME TO ELEMQ-ELEMENT.
002570      MOVE ZERO TO ELEMQ-SEQ.
002580      START ELEM-MASTER KEY IS GREATER THAN ELEMQ-KEY;
002590          INVALID KEY GO TO SHOW-ELEMENT-EXIT.
002600  SHOW-ELEMENT-LOOP.
002610      READ ELEM-MASTER NEXT RECORD;
002620          AT END GO TO SHOW-ELEMENT-EXIT.
002630      IF ELEMQ-ELEMENT IS NOT EQUAL TO QUERY-NAME
002640          GO TO SHOW-ELEMENT-EXIT.
002650      IF ELEMQ-SEQ IS EQUAL TO 1
002660          MOVE 'Y' TO ANYTHING-SHOWN-SWITCH
002670          DISPLAY 'ELEMENT ' QUERY-NAME ' '
002680              ELEMQ-PPN ' .' ELEMQ-EXTENS.
002690      MOVE ELEMQ-SYMBOL TO DICT-SYMBOL.
002700      PERFORM LOOK-UP-DESCRIPTION THRU
002710          LOOK-UP-DESCRIPTION-EXIT.
002720      IF ELEMQ-DEFN-FLAG IS EQUAL TO 'Y'
002730          DISPLAY '  DEFINES       ' ELEMQ-SYMBOL '  '
002740              SYMBOL-DESCRIPTION-SHORT
002750      ELSE
002760          DISPLAY '  REFERENCES    ' ELEMQ-SYMBOL '  '
002770              SYMBOL-DESCRIPTION-SHORT.
002780      DISPLAY '      ' ELEMQ-REFS.
002790      GO TO SHOW-ELEMENT-LOOP.
002800  SHOW-ELEMENT-EXIT.
002810      EXIT.

002820* =====================================================
002830*  LOOK-UP-DESCRIPTION -- THE DICTIONARY DESCRIPTION
002840*  FOR THE SYMBOL IN DICT-SYMBOL, OR SPACES IF IT HAS
002850*  NO ENTRY.
002860* =====================================================
002870  LOOK-UP-DESCRIPTION.
002880      MOVE SPACES TO SYMBOL-DESCRIPTION.
002890      IF NOT DICT-OPEN
002900          GO TO LOOK-UP-DESCRIPTION-EXIT.
002910      READ DICT-MASTER
002920          INVALID KEY GO TO LOOK-UP-DESCRIPTION-EXIT.
002930      MOVE DICT-DESCRIPTION TO SYMBOL-DESCRIPTION.
002940  LOOK-UP-DESCRIPTION-EXIT.
002950      EXIT.

002960* =====================================================
002970*  CHECK-RUN-SET -- THE MASTERS MUST BE THE SET THE
002980*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
002990*  NOT PENDING, AND EACH MASTER'S STAMP RECORD (BLANK
003000*  NAME, SEQUENCE ZERO) OF THAT SAME GENERATION.
003010*  ANYTHING ELSE IS A TORN OR MIXED SET, AND NOTHING
003020*  IS ANSWERED FROM IT.
003030* =====================================================
003040  CHECK-RUN-SET.
003050      OPEN INPUT RUN-CONTROL.
003060      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
003070          DISPLAY 'CULQRY: NO CULCTL.DAT RUN CONTROL'
003080              ' RECORD -- RUN CULL FIRST.'
003090          MOVE 'Y' TO SET-REFUSED-SWITCH
003100          GO TO CHECK-RUN-SET-EXIT.
003110      MOVE SPACES TO RUN-CONTROL-LINE.
003120      READ RUN-CONTROL
003130          AT END MOVE SPACES TO RUN-CONTROL-LINE.
003140      CLOSE RUN-CONTROL.
003150      IF CTL-GENERATION IS NOT NUMERIC OR
003160              CTL-STATE IS NOT EQUAL TO 'C'
003170          DISPLAY 'CULQRY: THE LAST CULL NEVER FINISHED'
003180              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
003190          MOVE 'Y' TO SET-REFUSED-SWITCH
003200          GO TO CHECK-RUN-SET-EXIT.
003210      MOVE CTL-GENERATION TO CULL-GENERATION.
003220      MOVE CULL-GENERATION TO GENERATION-DISP.
003230      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
003240          DELIMITED BY SIZE INTO CULL-DATE-DISP.
003250      STRING CTL-RUN-HH ':' CTL-RUN-MIN
003260          DELIMITED BY SIZE INTO CULL-TIME-DISP.
003270      MOVE SPACES TO SYMQ-SYMBOL.
003280      MOVE ZERO TO SYMQ-SEQ.
003290      READ SYM-MASTER
003300          INVALID KEY GO TO CHECK-RUN-SET-MIXED.
003310      IF SYMS-GENERATION IS NOT EQUAL TO CULL-GENERATION
003320          GO TO CHECK-RUN-SET-MIXED.
003330      MOVE SPACES TO ELEMQ-ELEMENT.
003340      MOVE ZERO TO ELEMQ-SEQ.
003350      READ ELEM-MASTER
003360          INVALID KEY GO TO CHECK-RUN-SET-MIXED.
003370      IF ELEMS-GENERATION IS NOT EQUAL TO CULL-GENERATION
003380          GO TO CHECK-RUN-SET-MIXED.
003390      GO TO CHECK-RUN-SET-EXIT.
003400  CHECK-RUN-SET-MIXED.
003410      DISPLAY 'CULQRY: CULSYM.MAS AND CULELE.MAS ARE NOT'
003420          ' BOTH CULL GENERATION ' GENERATION-DISP
003430          ' -- RUN CULL AGAIN.'.
003440      MOVE 'Y' TO SET-REFUSED-SWITCH.
003450  CHECK-RUN-SET-EXIT.
003460      EXIT.
