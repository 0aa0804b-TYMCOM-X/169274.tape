000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.  CULDIC.
000030  AUTHOR.  R T LOWELL.
000040  INSTALLATION.  NATIONAL INSTITUTES OF HEALTH,
000050      BETHESDA, MARYLAND 20014
000060  DATE-WRITTEN.  OCTOBER 15, 2026.
000070  DATE-COMPILED.
000080  SECURITY.  UNCLASSIFIED.
000090  REMARKS.
000100      INTERACTIVE MAINTENANCE OF THE GLOBAL SYMBOL
000110      DICTIONARY, CULDIC.MAS.  A SIX-CHARACTER GLOBAL
000120      SAYS NOTHING TO A NEW PROGRAMMER; THE DICTIONARY
000130      HOLDS, FOR EACH GLOBAL, A ONE-LINE DESCRIPTION,
000140      THE ELEMENT MEANT TO OWN (DEFINE) IT, AND THE DATE
000150      AND PERSON OF THE LAST MAINTENANCE.  CULQRY AND
000160      CULRPT SHOW THE DESCRIPTION NEXT TO THE SYMBOL;
000170      CULDAU REPORTS GLOBALS WITH NO ENTRY, ENTRIES
000180      WHOSE SYMBOL IS GONE, AND OWNERS THE CULL DOES
000190      NOT AGREE WITH.

000200      THE SESSION ASKS WHO IS AT THE TTY, THEN TAKES
000210      ONE FUNCTION AND SYMBOL AT A TIME:
000220          A  ADD AN ENTRY.
000230          C  CHANGE THE OWNER OR DESCRIPTION (A BLANK
000240             ANSWER KEEPS WHAT IS THERE).
000250          D  DELETE AN ENTRY, AFTER SHOWING IT.
000260          S  SHOW AN ENTRY.
000270      A BLANK FUNCTION ENDS THE SESSION.  ADD AND CHANGE
000280      ARE REFUSED FOR A SYMBOL THAT IS NOT IN CULSYM.MAS;
000290      AN ENTRY WHOSE SYMBOL HAS LEFT THE CULL CAN STILL
000300      BE SHOWN AND DELETED.  WHEN THE OWNER GIVEN IS NOT
000310      THE ELEMENT THE CULL HAS DEFINING THE SYMBOL, THE
000320      TTY IS TOLD, BUT THE ENTRY IS TAKEN.

000330      EVERY ADD, CHANGE AND DELETE IS APPENDED TO THE
000340      CULDIC.LOG CHANGE LOG: DATE, TIME, WHO, WHAT, THE
000350      SYMBOL, AND THE OWNER AND DESCRIPTION BEFORE AND
000360      AFTER.  CULDIC.MAS IS CREATED BY THE FIRST SESSION
000370      THAT FINDS IT MISSING.

000380      RUN CULL FIRST: THE SYMBOL CHECK READS WHAT THE
000390      LAST FULL SWEEP BANKED, AND CULDIC REFUSES TO RUN
000400      FROM A SET THAT CULL LEFT PART WAY THROUGH ITS
000410      COMMIT OR WHOSE CULSYM.MAS IS OF ANOTHER
000420      GENERATION.

000430      MODIFICATION HISTORY.
000440      15 OCT 26  RTL  ORIGINAL.

000450  ENVIRONMENT DIVISION.
000460  CONFIGURATION SECTION.
000470  SOURCE-COMPUTER.  DECSYSTEM-10.
000480  OBJECT-COMPUTER.  DECSYSTEM-10.
000490  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000510      SELECT SYM-MASTER ASSIGN TO DSK
000520          ORGANIZATION IS INDEXED
000530          ACCESS MODE IS DYNAMIC
000540          RECORD KEY IS SYMQ-KEY
000550          FILE STATUS IS SYM-MASTER-STATUS.
000560      SELECT DICT-MASTER ASSIGN TO DSK
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS RANDOM
000590          RECORD KEY IS DICT-SYMBOL
000600          FILE STATUS IS DICT-MASTER-STATUS.
000610      SELECT RUN-CONTROL ASSIGN TO DSK
000620          ACCESS MODE IS SEQUENTIAL
000630          RECORDING MODE IS ASCII
000640          FILE STATUS IS RUN-CONTROL-STATUS.
000650      SELECT DICT-LOG ASSIGN TO DSK
000660          ACCESS MODE IS SEQUENTIAL
000670          RECORDING MODE IS ASCII
000680          FILE STATUS IS DICT-LOG-STATUS.

000690  DATA DIVISION.
000700  FILE SECTION.
000710  FD SYM-MASTER LABEL RECORDS ARE STANDARD
000720      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
000730      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
000740  01 SYM-MASTER-RECORD.
000750      02 SYMQ-KEY.
000760          03 SYMQ-SYMBOL PICTURE X(6).
000770          03 SYMQ-SEQ PICTURE 9(4).
000780      02 SYMQ-ELEMENT PICTURE X(6).
000790      02 SYMQ-PPN PICTURE X(6).
000800      02 SYMQ-EXTENS PICTURE X(3).
000810      02 SYMQ-DEFN-FLAG PICTURE X(1).
000820      02 SYMQ-REFS PICTURE X(120).
000830* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
000840  01 SYM-STAMP-RECORD.
000850      02 FILLER PICTURE X(26).
000860      02 SYMS-GENERATION PICTURE 9(6).
000870      02 FILLER PICTURE X(114).
000880* THE GLOBAL SYMBOL DICTIONARY, ONE RECORD PER GLOBAL.
000890  FD DICT-MASTER LABEL RECORDS ARE STANDARD
000900      VALUE OF IDENTIFICATION IS DICT-MASTER-NAME
000910      DATA RECORDS ARE DICT-RECORD.
000920  01 DICT-RECORD.
000930      02 DICT-SYMBOL PICTURE X(6).
000940      02 DICT-OWNER PICTURE X(6).
000950      02 DICT-MAINT-DATE.
000960          03 DICT-MAINT-YY PICTURE X(2).
000970          03 DICT-MAINT-MM PICTURE X(2).
000980          03 DICT-MAINT-DD PICTURE X(2).
000990      02 DICT-MAINT-BY PICTURE X(12).
001000      02 DICT-DESCRIPTION PICTURE X(60).
001010* THE CULL RUN CONTROL RECORD (SEE CULL).
001020  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001030      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001040      DATA RECORDS ARE RUN-CONTROL-LINE.
001050  01 RUN-CONTROL-LINE.
001060      02 CTL-GENERATION PICTURE 9(6).
001070      02 FILLER PICTURE X(1).
001080      02 CTL-RUN-DATE.
001090          03 CTL-RUN-YY PICTURE X(2).
001100          03 CTL-RUN-MM PICTURE X(2).
001110          03 CTL-RUN-DD PICTURE X(2).
001120      02 FILLER PICTURE X(1).
001130      02 CTL-RUN-TIME.
001140          03 CTL-RUN-HH PICTURE X(2).
001150          03 CTL-RUN-MIN PICTURE X(2).
001160      02 FILLER PICTURE X(1).
001170      02 CTL-STATE PICTURE X(1).
001180      02 FILLER PICTURE X(1).
001190      02 CTL-PPNS PICTURE X(56).
001200      02 CTL-EXTS PICTURE X(16).
001210* ONE RECORD PER DICTIONARY CHANGE, APPENDED.
001220  FD DICT-LOG LABEL RECORDS ARE STANDARD
001230      VALUE OF IDENTIFICATION IS DICT-LOG-NAME
001240      DATA RECORDS ARE DICT-LOG-LINE.
001250  01 DICT-LOG-LINE.
001260      02 DLOG-DATE PICTURE X(6).
001270      02 FILLER PICTURE X(1).
001280      02 DLOG-TIME PICTURE X(4).
001290      02 FILLER PICTURE X(1).
001300      02 DLOG-WHO PICTURE X(12).
001310      02 FILLER PICTURE X(1).
001320      02 DLOG-ACTION PICTURE X(6).
001330      02 FILLER PICTURE X(1).
001340      02 DLOG-SYMBOL PICTURE X(6).
001350      02 FILLER PICTURE X(1).
001360      02 DLOG-OLD-OWNER PICTURE X(6).
001370      02 FILLER PICTURE X(1).
001380      02 DLOG-NEW-OWNER PICTURE X(6).
001390      02 FILLER PICTURE X(1).
001400      02 DLOG-OLD-DESCRIPTION PICTURE X(60).
001410      02 FILLER PICTURE X(1).
001420      02 DLOG-NEW-DESCRIPTION PICTURE X(60).

001430  WORKING-STORAGE SECTION.
001440  77 SYM-MASTER-NAME PICTURE X(9)
001450      VALUE IS 'CULSYMMAS'.
001460  77 SYM-MASTER-STATUS PICTURE X(2).
001470  77 DICT-MASTER-NAME PICTURE X(9)
001480      VALUE IS 'CULDICMAS'.
001490  77 DICT-MASTER-STATUS PICTURE X(2).
001500  77 RUN-CONTROL-NAME PICTURE X(9)
001510      VALUE IS 'CULCTLDAT'.
001520  77 RUN-CONTROL-STATUS PICTURE X(2).
001530  77 DICT-LOG-NAME PICTURE X(9)
001540      VALUE IS 'CULDICLOG'.
001550  77 DICT-LOG-STATUS PICTURE X(2).
001560  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
001570  77 GENERATION-DISP PICTURE ZZZZZ9.
001580  77 CULL-DATE-DISP PICTURE X(8).
001590  77 CULL-TIME-DISP PICTURE X(5).
001600  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
001610      88 SET-REFUSED VALUE IS 'Y'.
001620  01 RUN-DATE-RAW.
001630      02 RUN-YY PICTURE X(2).
001640      02 RUN-MM PICTURE X(2).
001650      02 RUN-DD PICTURE X(2).
001660  01 RUN-TIME-RAW.
001670      02 RUN-HHMM PICTURE X(4).
001680      02 FILLER PICTURE X(4).

001690*  WHAT IS TYPED AT THE TTY.
001700  01 WHO-LINE.
001710      02 WHO-NAME PICTURE X(12).
001720      02 FILLER PICTURE X(68).
001730  01 FUNCTION-LINE.
001740      02 FUNCTION-CODE PICTURE X(1).
001750          88 FUNCTION-ADD VALUE IS 'A'.
001760          88 FUNCTION-CHANGE VALUE IS 'C'.
001770          88 FUNCTION-DELETE VALUE IS 'D'.
001780          88 FUNCTION-SHOW VALUE IS 'S'.
001790      02 FILLER PICTURE X(79).
001800  01 SYMBOL-LINE.
001810      02 SYMBOL-NAME PICTURE X(6).
001820      02 FILLER PICTURE X(74).
001830  01 OWNER-LINE.
001840      02 OWNER-NAME PICTURE X(6).
001850      02 FILLER PICTURE X(74).
001860  01 DESCRIPTION-LINE.
001870      02 DESCRIPTION-TEXT PICTURE X(60).
001880      02 FILLER PICTURE X(20).
001890  01 ANSWER-LINE.
001900      02 ANSWER-CODE PICTURE X(1).
001910      02 FILLER PICTURE X(79).

001920*  WHAT THE CULL SAYS ABOUT THE SYMBOL IN HAND.
001930  77 SYMBOL-CULLED-SWITCH PICTURE X(1) VALUE IS 'N'.
001940      88 SYMBOL-CULLED VALUE IS 'Y'.
001950  77 CULL-DEFINER PICTURE X(6).

001960*  THE ENTRY BEFORE THE CHANGE, FOR THE CHANGE LOG.
001970  77 OLD-OWNER PICTURE X(6).
001980  77 OLD-DESCRIPTION PICTURE X(60).
001990  77 LOG-ACTION PICTURE X(6).
002000  77 CHANGE-COUNT PICTURE 9(4) VALUE IS ZERO.
002010  77 CHANGE-DISP PICTURE ZZZ9.

002020  PROCEDURE DIVISION.
002030* =====================================================
002040*  MAIN LINE
002050* =====================================================
002060  MAINLINE-SECTION SECTION.
002070  OPEN-FILES.
002080      OPEN INPUT SYM-MASTER.
002090      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
002100          DISPLAY 'CULDIC: CANNOT OPEN CULSYM.MAS --'
002110              ' RUN CULL FIRST.'
002120          STOP RUN.
002130      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
002140      IF SET-REFUSED
002150          CLOSE SYM-MASTER
002160          STOP RUN.
002170      OPEN I-O DICT-MASTER.
002180      IF DICT-MASTER-STATUS IS NOT EQUAL TO '00'
002190          OPEN OUTPUT DICT-MASTER
002200          CLOSE DICT-MASTER
002210          OPEN I-O DICT-MASTER.
002220      IF DICT-MASTER-STATUS IS NOT EQUAL TO '00'
002230          DISPLAY 'CULDIC: CANNOT OPEN OR CREATE CULDIC.MAS.'
002240          CLOSE SYM-MASTER
002250          STOP RUN.
002260      DISPLAY 'CULDIC -- GLOBAL SYMBOL DICTIONARY.'.
002270      DISPLAY 'CULL GENERATION ' GENERATION-DISP ' OF '
002280          CULL-DATE-DISP ' ' CULL-TIME-DISP '.'.
002290      DISPLAY 'WHO IS THIS (NAME OR INITIALS): '.
002300      MOVE SPACES TO WHO-LINE.
002310      ACCEPT WHO-LINE.
002320      IF WHO-NAME IS EQUAL TO SPACES
002330          GO TO SESSION-DONE.
002340  FUNCTION-LOOP.
002350      DISPLAY 'A=ADD C=CHANGE D=DELETE S=SHOW, BLANK ENDS: '.
002360      MOVE SPACES TO FUNCTION-LINE.
002370      ACCEPT FUNCTION-LINE.
002380      IF FUNCTION-CODE IS EQUAL TO SPACE
002390          GO TO SESSION-DONE.
002400      IF NOT FUNCTION-ADD AND NOT FUNCTION-CHANGE AND
002410              NOT FUNCTION-DELETE AND NOT FUNCTION-SHOW
002420          DISPLAY '  ' FUNCTION-CODE ' IS NOT A FUNCTION.'
002430          GO TO FUNCTION-LOOP.
002440      DISPLAY 'SYMBOL: '.
002450      MOVE SPACES TO SYMBOL-LINE.
002460      ACCEPT SYMBOL-LINE.
002470      IF SYMBOL-NAME IS EQUAL TO SPACES
002480          GO TO FUNCTION-LOOP.
002490      PERFORM CHECK-SYMBOL-CULLED THRU
002500          CHECK-SYMBOL-CULLED-EXIT.
002510      IF FUNCTION-ADD
002520          PERFORM DO-ADD THRU DO-ADD-EXIT.
002530      IF FUNCTION-CHANGE
002540          PERFORM DO-CHANGE THRU DO-CHANGE-EXIT.
002550      IF FUNCTION-DELETE
002560          PERFORM DO-DELETE THRU DO-DELETE-EXIT.
002570      IF FUNCTION-SHOW
002580          PERFORM DO-SHOW THRU DO-SHOW-EXIT.
002590      GO TO FUNCTION-LOOP.
002600  SESSION-DONE.
002610      CLOSE SYM-MASTER.
002620      CLOSE DICT-MASTER.
002630      MOVE CHANGE-COUNT TO CHANGE-DISP.
002640      DISPLAY 'DICTIONARY CHANGES ' CHANGE-DISP.
002650      DISPLAY 'CULDIC DONE.'.
002660      STOP RUN.

002670* =====================================================
002680*  CHECK-SYMBOL-CULLED -- ONE START AT (SYMBOL, 0) ON
002690*  CULSYM.MAS SAYS WHETHER THE SYMBOL IS IN THE CULL,
002700*  AND THE READS THAT FOLLOW FIND THE FIRST DEFINING
002710*  ELEMENT, THE ONE CULDEPLST RESOLVES IT TO.
002720* =====================================================
002730  CHECK-SYMBOL-CULLED.
002740      MOVE 'N' TO SYMBOL-CULLED-SWITCH.
002750      MOVE SPACES TO CULL-DEFINER.
002760      MOVE SYMBOL-NAME TO SYMQ-SYMBOL.
002770      MOVE ZERO TO SYMQ-SEQ.
002780      START SYM-MASTER KEY IS GREATER THAN SYMQ-KEY;
002790          INVALID KEY GO TO CHECK-SYMBOL-CULLED-EXIT.
002800  CHECK-SYMBOL-CULLED-LOOP.
002810      READ SYM-MASTER NEXT RECORD;
002820          AT END GO TO CHECK-SYMBOL-CULLED-EXIT.
002830      IF SYMQ-SYMBOL IS NOT EQUAL TO SYMBOL-NAME
002840          GO TO CHECK-SYMBOL-CULLED-EXIT.
002850      MOVE 'Y' TO SYMBOL-CULLED-SWITCH.
002860      IF SYMQ-DEFN-FLAG IS EQUAL TO 'Y'
002870          MOVE SYMQ-ELEMENT TO CULL-DEFINER
002880          GO TO CHECK-SYMBOL-CULLED-EXIT.
002890      GO TO CHECK-SYMBOL-CULLED-LOOP.
002900  CHECK-SYMBOL-CULLED-EXIT.
002910      EXIT.

002920* =====================================================
002930*  DO-ADD -- A NEW ENTRY FOR A CULLED SYMBOL.  BOTH THE
002940*  OWNER AND THE DESCRIPTION MUST BE GIVEN.
002950* =====================================================
002960  DO-ADD.
002970      IF NOT SYMBOL-CULLED
002980          DISPLAY '  ' SYMBOL-NAME ' IS NOT IN CULSYM.MAS'
002990              ' -- REJECTED.'
003000          GO TO DO-ADD-EXIT.
003010      MOVE SYMBOL-NAME TO DICT-SYMBOL.
003020      READ DICT-MASTER
003030          INVALID KEY GO TO DO-ADD-NEW.
003040      DISPLAY '  ' SYMBOL-NAME ' IS ALREADY IN THE'
003050          ' DICTIONARY -- USE C TO CHANGE IT.'.
003060      GO TO DO-ADD-EXIT.
003070  DO-ADD-NEW.
003080      DISPLAY 'OWNING ELEMENT: '.
003090      MOVE SPACES TO OWNER-LINE.
003100      ACCEPT OWNER-LINE.
003110      IF OWNER-NAME IS EQUAL TO SPACES
003120          DISPLAY '  NO OWNING ELEMENT -- NOT ADDED.'
003130          GO TO DO-ADD-EXIT.
003140      DISPLAY 'DESCRIPTION: '.
003150      MOVE SPACES TO DESCRIPTION-LINE.
003160      ACCEPT DESCRIPTION-LINE.
003170      IF DESCRIPTION-TEXT IS EQUAL TO SPACES
003180          DISPLAY '  NO DESCRIPTION -- NOT ADDED.'
003190          GO TO DO-ADD-EXIT.
003200      MOVE SPACES TO DICT-RECORD.
003210      MOVE SYMBOL-NAME TO DICT-SYMBOL.
003220      MOVE OWNER-NAME TO DICT-OWNER.
003230      MOVE DESCRIPTION-TEXT TO DICT-DESCRIPTION.
003240      PERFORM STAMP-DICT-ENTRY THRU STAMP-DICT-ENTRY-EXIT.
003250      WRITE DICT-RECORD
003260          INVALID KEY
003270              DISPLAY 'CULDIC: CULDIC.MAS WRITE FAILED.'
003280              GO TO DO-ADD-EXIT.
003290      PERFORM NOTE-OWNER-AGREEMENT THRU
003300          NOTE-OWNER-AGREEMENT-EXIT.
003310      MOVE SPACES TO OLD-OWNER.
003320      MOVE SPACES TO OLD-DESCRIPTION.
003330      MOVE 'ADD' TO LOG-ACTION.
003340      PERFORM APPEND-CHANGE-LOG THRU APPEND-CHANGE-LOG-EXIT.
003350      DISPLAY '  ADDED.'.
003360  DO-ADD-EXIT.
003370      EXIT.

003380* =====================================================
003390*  DO-CHANGE -- NEW OWNER, NEW DESCRIPTION, OR BOTH.
003400*  A BLANK ANSWER KEEPS WHAT IS THERE.
003410* =====================================================
003420  DO-CHANGE.
003430      IF NOT SYMBOL-CULLED
003440          DISPLAY '  ' SYMBOL-NAME ' IS NOT IN CULSYM.MAS'
003450              ' -- REJECTED.'
003460          GO TO DO-CHANGE-EXIT.
003470      MOVE SYMBOL-NAME TO DICT-SYMBOL.
003480      READ DICT-MASTER
003490          INVALID KEY
003500              DISPLAY '  ' SYMBOL-NAME ' IS NOT IN THE'
003510                  ' DICTIONARY -- USE A TO ADD IT.'
003520              GO TO DO-CHANGE-EXIT.
003530      PERFORM SHOW-DICT-ENTRY THRU SHOW-DICT-ENTRY-EXIT.
003540      MOVE DICT-OWNER TO OLD-OWNER.
003550      MOVE DICT-DESCRIPTION TO OLD-DESCRIPTION.
003560      DISPLAY 'OWNING ELEMENT (BLANK KEEPS IT): '.
003570      MOVE SPACES TO OWNER-LINE.
003580      ACCEPT OWNER-LINE.
003590      IF OWNER-NAME IS NOT EQUAL TO SPACES
003600          MOVE OWNER-NAME TO DICT-OWNER.
003610      DISPLAY 'DESCRIPTION (BLANK KEEPS IT): '.
003620      MOVE SPACES TO DESCRIPTION-LINE.
003630      ACCEPT DESCRIPTION-LINE.
003640      IF DESCRIPTION-TEXT IS NOT EQUAL TO SPACES
003650          MOVE DESCRIPTION-TEXT TO DICT-DESCRIPTION.
003660      IF DICT-OWNER IS EQUAL TO OLD-OWNER AND
003670              DICT-DESCRIPTION IS EQUAL TO OLD-DESCRIPTION
003680          DISPLAY '  NO CHANGE.'
003690          GO TO DO-CHANGE-EXIT.
003700      PERFORM STAMP-DICT-ENTRY THRU STAMP-DICT-ENTRY-EXIT.
003710      REWRITE DICT-RECORD
003720          INVALID KEY
003730              DISPLAY 'CULDIC: CULDIC.MAS REWRITE FAILED.'
003740              GO TO DO-CHANGE-EXIT.
003750      PERFORM NOTE-OWNER-AGREEMENT THRU
003760          NOTE-OWNER-AGREEMENT-EXIT.
003770      MOVE 'CHANGE' TO LOG-ACTION.
003780      PERFORM APPEND-CHANGE-LOG THRU APPEND-CHANGE-LOG-EXIT.
003790      DISPLAY '  CHANGED.'.
003800  DO-CHANGE-EXIT.
003810      EXIT.

003820* =====================================================
003830*  DO-DELETE -- SHOWS THE ENTRY AND ASKS FIRST.  AN
003840*  ENTRY WHOSE SYMBOL HAS LEFT THE CULL MAY BE DELETED.
003850* =====================================================
003860  DO-DELETE.
003870      MOVE SYMBOL-NAME TO DICT-SYMBOL.
003880      READ DICT-MASTER
003890          INVALID KEY
003900              DISPLAY '  ' SYMBOL-NAME ' IS NOT IN THE'
003910                  ' DICTIONARY.'
003920              GO TO DO-DELETE-EXIT.
003930      PERFORM SHOW-DICT-ENTRY THRU SHOW-DICT-ENTRY-EXIT.
003940      DISPLAY 'DELETE IT (Y OR N): '.
003950      MOVE SPACES TO ANSWER-LINE.
003960      ACCEPT ANSWER-LINE.
003970      IF ANSWER-CODE IS NOT EQUAL TO 'Y'
003980          DISPLAY '  KEPT.'
003990          GO TO DO-DELETE-EXIT.
004000      MOVE DICT-OWNER TO OLD-OWNER.
004010      MOVE DICT-DESCRIPTION TO OLD-DESCRIPTION.
004020      DELETE DICT-MASTER RECORD
004030          INVALID KEY
004040              DISPLAY 'CULDIC: CULDIC.MAS DELETE FAILED.'
004050              GO TO DO-DELETE-EXIT.
004060      MOVE SPACES TO DICT-OWNER.
004070      MOVE SPACES TO DICT-DESCRIPTION.
004080      MOVE 'DELETE' TO LOG-ACTION.
004090      PERFORM APPEND-CHANGE-LOG THRU APPEND-CHANGE-LOG-EXIT.
004100      DISPLAY '  DELETED.'.
004110  DO-DELETE-EXIT.
004120      EXIT.

004130  DO-SHOW.
004140      MOVE SYMBOL-NAME TO DICT-SYMBOL.
004150      READ DICT-MASTER
004160          INVALID KEY
004170              DISPLAY '  ' SYMBOL-NAME ' IS NOT IN THE'
004180                  ' DICTIONARY.'
004190              GO TO DO-SHOW-EXIT.
004200      PERFORM SHOW-DICT-ENTRY THRU SHOW-DICT-ENTRY-EXIT.
004210  DO-SHOW-EXIT.
004220      EXIT.

004230  SHOW-DICT-ENTRY.
004240      DISPLAY 'SYMBOL ' DICT-SYMBOL '  ' DICT-DESCRIPTION.
004250      DISPLAY '  OWNED BY      ' DICT-OWNER.
004260      DISPLAY '  MAINTAINED    ' DICT-MAINT-MM '/'
004270          DICT-MAINT-DD '/' DICT-MAINT-YY ' BY ' DICT-MAINT-BY.
004280      IF NOT SYMBOL-CULLED
004290          DISPLAY '  NO LONGER IN CULSYM.MAS.'
004300          GO TO SHOW-DICT-ENTRY-EXIT.
004310      IF CULL-DEFINER IS EQUAL TO SPACES
004320          DISPLAY '  NOT DEFINED IN THE CULL.'
004330      ELSE
004340          DISPLAY '  CULL DEFINER  ' CULL-DEFINER.
004350  SHOW-DICT-ENTRY-EXIT.
004360      EXIT.

004370  STAMP-DICT-ENTRY.
004380      ACCEPT RUN-DATE-RAW FROM DATE.
004390      MOVE RUN-YY TO DICT-MAINT-YY.
004400      MOVE RUN-MM TO DICT-MAINT-MM.
004410      MOVE RUN-DD TO DICT-MAINT-DD.
004420      MOVE WHO-NAME TO DICT-MAINT-BY.
004430  STAMP-DICT-ENTRY-EXIT.
004440      EXIT.

004450  NOTE-OWNER-AGREEMENT.
004460      IF CULL-DEFINER IS EQUAL TO SPACES
004470          DISPLAY '  NOTE: THE CULL HAS NO DEFINITION OF '
004480              SYMBOL-NAME '.'
004490          GO TO NOTE-OWNER-AGREEMENT-EXIT.
004500      IF CULL-DEFINER IS NOT EQUAL TO DICT-OWNER
004510          DISPLAY '  NOTE: THE CULL HAS ' SYMBOL-NAME
004520              ' DEFINED IN ' CULL-DEFINER '.'.
004530  NOTE-OWNER-AGREEMENT-EXIT.
004540      EXIT.

004550* =====================================================
004560*  APPEND-CHANGE-LOG -- ONE RECORD ONTO CULDIC.LOG PER
004570*  CHANGE, OPENED AND CLOSED EACH TIME SO A SESSION
004580*  THAT DIES LOSES NOTHING ALREADY DONE.
004590* =====================================================
004600  APPEND-CHANGE-LOG.
004610      ADD 1 TO CHANGE-COUNT.
004620      OPEN EXTEND DICT-LOG.
004630      IF DICT-LOG-STATUS IS NOT EQUAL TO '00'
004640          OPEN OUTPUT DICT-LOG.
004650      IF DICT-LOG-STATUS IS NOT EQUAL TO '00'
004660          DISPLAY 'CULDIC: CANNOT WRITE CULDIC.LOG --'
004670              ' CHANGE NOT LOGGED.'
004680          GO TO APPEND-CHANGE-LOG-EXIT.
004690      ACCEPT RUN-DATE-RAW FROM DATE.
004700      ACCEPT RUN-TIME-RAW FROM TIME.
004710      MOVE SPACES TO DICT-LOG-LINE.
004720      MOVE RUN-DATE-RAW TO DLOG-DATE.
004730      MOVE RUN-HHMM TO DLOG-TIME.
004740      MOVE WHO-NAME TO DLOG-WHO.
004750      MOVE LOG-ACTION TO DLOG-ACTION.
004760      MOVE SYMBOL-NAME TO DLOG-SYMBOL.
004770      MOVE OLD-OWNER TO DLOG-OLD-OWNER.
004780      MOVE DICT-OWNER TO DLOG-NEW-OWNER.
004790      MOVE OLD-DESCRIPTION TO DLOG-OLD-DESCRIPTION.
004800      MOVE DICT-DESCRIPTION TO DLOG-NEW-DESCRIPTION.
004810      WRITE DICT-LOG-LINE.
004820      CLOSE DICT-LOG.
004830  APPEND-CHANGE-LOG-EXIT.
004840      EXIT.

004850* =====================================================
004860*  CHECK-RUN-SET -- CULSYM.MAS MUST BE THE SET THE
004870*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
004880*  NOT PENDING, AND ITS STAMP RECORD (BLANK NAME,
004890*  SEQUENCE ZERO) OF THAT SAME GENERATION.
004900* =====================================================
004910  CHECK-RUN-SET.
004920      OPEN INPUT RUN-CONTROL.
004930      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
004940          DISPLAY 'CULDIC: NO CULCTL.DAT RUN CONTROL'
004950              ' RECORD -- RUN CULL FIRST.'
004960          MOVE 'Y' TO SET-REFUSED-SWITCH
004970          GO TO CHECK-RUN-SET-EXIT.
004980      MOVE SPACES TO RUN-CONTROL-LINE.
004990      READ RUN-CONTROL
005000          AT END MOVE SPACES TO RUN-CONTROL-LINE.
005010      CLOSE RUN-CONTROL.
005020      IF CTL-GENERATION IS NOT NUMERIC OR
005030              CTL-STATE IS NOT EQUAL TO 'C'
005040          DISPLAY 'CULDIC: THE LAST CULL NEVER FINISHED'
005050              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
005060          MOVE 'Y' TO SET-REFUSED-SWITCH
005070          GO TO CHECK-RUN-SET-EXIT.
005080      MOVE CTL-GENERATION TO CULL-GENERATION.
005090      MOVE CULL-GENERATION TO GENERATION-DISP.
005100      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
005110          DELIMITED BY SIZE INTO CULL-DATE-DISP.
005120      STRING CTL-RUN-HH ':' CTL-RUN-MIN
005130          DELIMITED BY SIZE INTO CULL-TIME-DISP.
005140      MOVE SPACES TO SYMQ-SYMBOL.
005150      MOVE ZERO TO SYMQ-SEQ.
005160      READ SYM-MASTER
005170          INVALID KEY GO TO CHECK-RUN-SET-MIXED.
005180      IF SYMS-GENERATION IS NOT EQUAL TO CULL-GENERATION
005190          GO TO CHECK-RUN-SET-MIXED.
005200      GO TO CHECK-RUN-SET-EXIT.
005210  CHECK-RUN-SET-MIXED.
005220      DISPLAY 'CULDIC: CULSYM.MAS IS NOT CULL GENERATION '
005230          GENERATION-DISP ' -- RUN CULL AGAIN.'.
005240      MOVE 'Y' TO SET-REFUSED-SWITCH.
005250  CHECK-RUN-SET-EXIT.
005260      EXIT.
