000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.  CULDAU.
000030  AUTHOR.  R T LOWELL.
000040  INSTALLATION.  NATIONAL INSTITUTES OF HEALTH,
000050      BETHESDA, MARYLAND 20014
000060  DATE-WRITTEN.  OCTOBER 15, 2026.
000070  DATE-COMPILED.
000080  SECURITY.  UNCLASSIFIED.
000090  REMARKS.
000100      AUDIT OF THE GLOBAL SYMBOL DICTIONARY (CULDIC.MAS,
000110      KEPT WITH THE CULDIC PROGRAM) AGAINST THE KEYED
000120      SYMBOL MASTER CULSYM.MAS THAT CULL BANKS AT THE END
000130      OF EVERY FULL SWEEP.  THE TWO FILES ARE BOTH IN
000140      SYMBOL ORDER AND ARE MATCHED IN ONE PASS.  THE
000150      PAGED LPT REPORT ON CULDAULST HAS THREE SECTIONS
000160      AND A SUMMARY:
000170          UNDOCUMENTED GLOBALS -- SYMBOLS SOME CULLED
000180              ELEMENT DEFINES THAT HAVE NO DICTIONARY
000190              ENTRY, WITH THE DEFINING ELEMENT AND HOW
000200              MANY ELEMENTS AND LINES TOUCH THEM.  A
000210              SYMBOL NOTHING IN THE CULL DEFINES IS
000220              CULUNDLST MATERIAL, NOT A GLOBAL OF OURS,
000230              AND IS LEFT OFF.
000240          ORPHAN ENTRIES -- DICTIONARY ENTRIES WHOSE
000250              SYMBOL IS NO LONGER IN THE CULL.
000260          OWNER MISMATCHES -- ENTRIES WHOSE OWNING
000270              ELEMENT HAS NO DEFINING LINE FOR THE SYMBOL,
000280              WITH THE ELEMENT THE CULL RESOLVES IT TO
000290              (THE FIRST DEFINER, AS ON CULDEPLST).  AN
000300              OWNER THAT IS ANY OF SEVERAL DEFINERS
000310              AGREES; MULDEFLST REPORTS THE DUPLICATES.

000320      RUN CULL FIRST: CULDAU PRINTS NOTHING FROM A SET
000330      THAT CULL LEFT PART WAY THROUGH ITS COMMIT OR WHOSE
000340      MASTERS ARE NOT BOTH OF ONE GENERATION.  WITH NO
000350      CULDIC.MAS AT ALL, EVERY DEFINED GLOBAL IS
000360      UNDOCUMENTED.

000370      MODIFICATION HISTORY.
000380      15 OCT 26  RTL  ORIGINAL.

000390  ENVIRONMENT DIVISION.
000400  CONFIGURATION SECTION.
000410  SOURCE-COMPUTER.  DECSYSTEM-10.
000420  OBJECT-COMPUTER.  DECSYSTEM-10.
000430  INPUT-OUTPUT SECTION.
000440  FILE-CONTROL.
000450      SELECT SYM-MASTER ASSIGN TO DSK
000460          ORGANIZATION IS INDEXED
000470          ACCESS MODE IS SEQUENTIAL
000480          RECORD KEY IS SYMQ-KEY
000490          FILE STATUS IS SYM-MASTER-STATUS.
000500      SELECT ELEM-MASTER ASSIGN TO DSK
000510          ORGANIZATION IS INDEXED
000520          ACCESS MODE IS SEQUENTIAL
000530          RECORD KEY IS ELEMQ-KEY
000540          FILE STATUS IS ELEM-MASTER-STATUS.
000550      SELECT DICT-MASTER ASSIGN TO DSK
000560          ORGANIZATION IS INDEXED
000570          ACCESS MODE IS SEQUENTIAL
000580          RECORD KEY IS DICT-SYMBOL
000590          FILE STATUS IS DICT-MASTER-STATUS.
000600      SELECT RUN-CONTROL ASSIGN TO DSK
000610          ACCESS MODE IS SEQUENTIAL
000620          RECORDING MODE IS ASCII
000630          FILE STATUS IS RUN-CONTROL-STATUS.
000640      SELECT AUDIT-LISTINGS ASSIGN TO DSK
000650          ACCESS MODE IS SEQUENTIAL
000660          RECORDING MODE IS ASCII.

000670  DATA DIVISION.
000680  FILE SECTION.
000690  FD SYM-MASTER LABEL RECORDS ARE STANDARD
000700      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
000710      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
000720  01 SYM-MASTER-RECORD.
000730      02 SYMQ-KEY.
000740          03 SYMQ-SYMBOL PICTURE X(6).
000750          03 SYMQ-SEQ PICTURE 9(4).
000760      02 SYMQ-ELEMENT PICTURE X(6).
000770      02 SYMQ-PPN PICTURE X(6).
000780      02 SYMQ-EXTENS PICTURE X(3).
000790      02 SYMQ-DEFN-FLAG PICTURE X(1).
000800      02 SYMQ-REFS PICTURE X(120).
000810* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
000820  01 SYM-STAMP-RECORD.
000830      02 FILLER PICTURE X(26).
000840      02 SYMS-GENERATION PICTURE 9(6).
000850      02 FILLER PICTURE X(114).
000860  FD ELEM-MASTER LABEL RECORDS ARE STANDARD
000870      VALUE OF IDENTIFICATION IS ELEM-MASTER-NAME
000880      DATA RECORDS ARE ELEM-MASTER-RECORD,
000890          ELEM-STAMP-RECORD.
000900  01 ELEM-MASTER-RECORD.
000910      02 ELEMQ-KEY.
000920          03 ELEMQ-ELEMENT PICTURE X(6).
000930          03 ELEMQ-SEQ PICTURE 9(4).
000940      02 ELEMQ-SYMBOL PICTURE X(6).
000950      02 ELEMQ-PPN PICTURE X(6).
000960      02 ELEMQ-EXTENS PICTURE X(3).
000970      02 ELEMQ-DEFN-FLAG PICTURE X(1).
000980      02 ELEMQ-REFS PICTURE X(120).
000990  01 ELEM-STAMP-RECORD.
001000      02 FILLER PICTURE X(26).
001010      02 ELEMS-GENERATION PICTURE 9(6).
001020      02 FILLER PICTURE X(114).
001030* THE GLOBAL SYMBOL DICTIONARY (SEE CULDIC).
001040  FD DICT-MASTER LABEL RECORDS ARE STANDARD
001050      VALUE OF IDENTIFICATION IS DICT-MASTER-NAME
001060      DATA RECORDS ARE DICT-RECORD.
001070  01 DICT-RECORD.
001080      02 DICT-SYMBOL PICTURE X(6).
001090      02 DICT-OWNER PICTURE X(6).
001100      02 DICT-MAINT-DATE.
001110          03 DICT-MAINT-YY PICTURE X(2).
001120          03 DICT-MAINT-MM PICTURE X(2).
001130          03 DICT-MAINT-DD PICTURE X(2).
001140      02 DICT-MAINT-BY PICTURE X(12).
001150      02 DICT-DESCRIPTION PICTURE X(60).
001160* THE CULL RUN CONTROL RECORD (SEE CULL).
001170  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
001180      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
001190      DATA RECORDS ARE RUN-CONTROL-LINE.
001200  01 RUN-CONTROL-LINE.
001210      02 CTL-GENERATION PICTURE 9(6).
001220      02 FILLER PICTURE X(1).
001230      02 CTL-RUN-DATE.
001240          03 CTL-RUN-YY PICTURE X(2).
001250          03 CTL-RUN-MM PICTURE X(2).
001260          03 CTL-RUN-DD PICTURE X(2).
001270      02 FILLER PICTURE X(1).
001280      02 CTL-RUN-TIME.
001290          03 CTL-RUN-HH PICTURE X(2).
001300          03 CTL-RUN-MIN PICTURE X(2).
001310      02 FILLER PICTURE X(1).
001320      02 CTL-STATE PICTURE X(1).
001330      02 FILLER PICTURE X(1).
001340      02 CTL-PPNS PICTURE X(56).
001350      02 CTL-EXTS PICTURE X(16).
001360  FD AUDIT-LISTINGS LABEL RECORDS ARE STANDARD
001370      VALUE OF IDENTIFICATION IS AUDIT-LISTING-NAME
001380      DATA RECORDS ARE AUDIT-LINE.
001390  01 AUDIT-LINE PICTURE X(110).

001400  WORKING-STORAGE SECTION.
001410  77 SYM-MASTER-NAME PICTURE X(9)
001420      VALUE IS 'CULSYMMAS'.
001430  77 SYM-MASTER-STATUS PICTURE X(2).
001440  77 ELEM-MASTER-NAME PICTURE X(9)
001450      VALUE IS 'CULELEMAS'.
001460  77 ELEM-MASTER-STATUS PICTURE X(2).
001470  77 DICT-MASTER-NAME PICTURE X(9)
001480      VALUE IS 'CULDICMAS'.
001490  77 DICT-MASTER-STATUS PICTURE X(2).
001500  77 RUN-CONTROL-NAME PICTURE X(9)
001510      VALUE IS 'CULCTLDAT'.
001520  77 RUN-CONTROL-STATUS PICTURE X(2).
001530  77 AUDIT-LISTING-NAME PICTURE X(9)
001540      VALUE IS 'CULDAULST'.
001550  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
001560  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
001570      88 SET-REFUSED VALUE IS 'Y'.
001580  77 STAMP-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
001590      88 STAMP-MATCHED VALUE IS 'Y'.

001600*  THE MATCH.  EACH PASS READS BOTH FILES FROM THE TOP
001610*  AND PRINTS ONLY ITS OWN KIND OF EXCEPTION.
001620  77 AUDIT-PASS-SWITCH PICTURE X(1) VALUE IS 'U'.
001630      88 UNDOCUMENTED-PASS VALUE IS 'U'.
001640      88 ORPHAN-PASS VALUE IS 'O'.
001650      88 MISMATCH-PASS VALUE IS 'M'.
001660  77 DICT-OPEN-SWITCH PICTURE X(1) VALUE IS 'N'.
001670      88 DICT-OPEN VALUE IS 'Y'.
001680  77 DICT-EOF-SWITCH PICTURE X(1) VALUE IS 'N'.
001690      88 DICT-AT-END VALUE IS 'Y'.
001700  77 GROUP-SYMBOL PICTURE X(6).
001710  77 GROUP-DEFINER PICTURE X(6).
001720  77 GROUP-ELEMENTS PICTURE 9(4).
001730  77 GROUP-LINES PICTURE 9(5).
001740  77 GROUP-PRIOR-ELEMENT PICTURE X(6).
001750  77 GROUP-PRIOR-PPN PICTURE X(6).
001760  77 GROUP-PRIOR-EXTENS PICTURE X(3).
001770  77 GROUP-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
001780      88 GROUP-MATCHED VALUE IS 'Y'.
001790  77 OWNER-DEFINES-SWITCH PICTURE X(1) VALUE IS 'N'.
001800      88 OWNER-DEFINES VALUE IS 'Y'.

001810*  RUN TOTALS, COUNTED ON THE UNDOCUMENTED PASS.
001820  77 GLOBAL-TOTAL PICTURE 9(5) VALUE IS ZERO.
001830  77 DOCUMENTED-TOTAL PICTURE 9(5) VALUE IS ZERO.
001840  77 UNDOCUMENTED-TOTAL PICTURE 9(5) VALUE IS ZERO.
001850  77 ORPHAN-TOTAL PICTURE 9(5) VALUE IS ZERO.
001860  77 MISMATCH-TOTAL PICTURE 9(5) VALUE IS ZERO.
001870  77 SECTION-LINES PICTURE 9(5) VALUE IS ZERO.
001880  77 GLOBAL-DISP PICTURE ZZZZ9.
001890  77 DOCUMENTED-DISP PICTURE ZZZZ9.
001900  77 UNDOCUMENTED-DISP PICTURE ZZZZ9.
001910  77 ORPHAN-DISP PICTURE ZZZZ9.
001920  77 MISMATCH-DISP PICTURE ZZZZ9.

001930*  LPT PAGE CONTROL, AS ON CULRPTLST.
001940  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
001950  77 RPT-LINE-COUNT PICTURE 9(2) VALUE IS 99.
001960  77 RPT-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
001970  01 HEADING-1.
001980      02 FILLER PICTURE X(6) VALUE IS 'CULDAU'.
001990      02 HEADING-1-TITLE PICTURE X(27).
002000      02 FILLER PICTURE XX VALUE IS '  '.
002010      02 HEADING-1-DATE PICTURE X(8).
002020      02 FILLER PICTURE XX VALUE IS '  '.
002030      02 HEADING-1-TIME PICTURE X(5).
002040      02 FILLER PICTURE XX VALUE IS '  '.
002050      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
002060      02 HEADING-1-PAGE PICTURE ZZZ9.
002070      02 FILLER PICTURE X(11) VALUE IS '  CULL GEN '.
002080      02 HEADING-1-GEN PICTURE ZZZZZ9.
002090      02 FILLER PICTURE X(4) VALUE IS ' OF '.
002100      02 HEADING-1-CULL-DATE PICTURE X(8).
002110      02 FILLER PICTURE X VALUE IS ' '.
002120      02 HEADING-1-CULL-TIME PICTURE X(5).
002130  01 RUN-DATE-RAW.
002140      02 RUN-YY PICTURE X(2).
002150      02 RUN-MM PICTURE X(2).
002160      02 RUN-DD PICTURE X(2).
002170  01 RUN-TIME-RAW.
002180      02 RUN-HH PICTURE X(2).
002190      02 RUN-MIN PICTURE X(2).
002200      02 FILLER PICTURE X(4).
002210  77 UNDOCUMENTED-TITLES PICTURE X(60) VALUE IS
002220      'SYMBOL  DEFINER  ELEMENTS   LINES'.
002230  77 ORPHAN-TITLES PICTURE X(60) VALUE IS
002240      'SYMBOL  OWNER   MAINTAINED BY            DESCRIPTION'.
002250  77 MISMATCH-TITLES PICTURE X(60) VALUE IS
002260      'SYMBOL  OWNER   DEFINER DESCRIPTION'.
002270  77 SECTION-TITLE PICTURE X(60).
002280  77 SECTION-NAME PICTURE X(27).

002290  01 UNDOCUMENTED-COMPOSER.
002300      02 UNDOC-SYMBOL-OUT PICTURE X(6).
002310      02 FILLER PICTURE XX VALUE IS '  '.
002320      02 UNDOC-DEFINER-OUT PICTURE X(6).
002330      02 FILLER PICTURE X(7) VALUE IS SPACES.
002340      02 UNDOC-ELEMENTS-OUT PICTURE ZZZ9.
002350      02 FILLER PICTURE X(3) VALUE IS SPACES.
002360      02 UNDOC-LINES-OUT PICTURE ZZZZ9.
002370  01 ORPHAN-COMPOSER.
002380      02 ORPHAN-SYMBOL-OUT PICTURE X(6).
002390      02 FILLER PICTURE XX VALUE IS '  '.
002400      02 ORPHAN-OWNER-OUT PICTURE X(6).
002410      02 FILLER PICTURE XX VALUE IS '  '.
002420      02 ORPHAN-DATE-OUT PICTURE X(8).
002430      02 FILLER PICTURE X(3) VALUE IS SPACES.
002440      02 ORPHAN-BY-OUT PICTURE X(12).
002450      02 FILLER PICTURE XX VALUE IS '  '.
002460      02 ORPHAN-DESCRIPTION-OUT PICTURE X(60).
002470  01 MISMATCH-COMPOSER.
002480      02 MISMATCH-SYMBOL-OUT PICTURE X(6).
002490      02 FILLER PICTURE XX VALUE IS '  '.
002500      02 MISMATCH-OWNER-OUT PICTURE X(6).
002510      02 FILLER PICTURE XX VALUE IS '  '.
002520      02 MISMATCH-DEFINER-OUT PICTURE X(6).
002530      02 FILLER PICTURE XX VALUE IS '  '.
002540      02 MISMATCH-DESCRIPTION-OUT PICTURE X(60).

002550  PROCEDURE DIVISION.
002560* =====================================================
002570*  MAIN LINE
002580* =====================================================
002590  MAINLINE-SECTION SECTION.
002600  INITIALIZE-RUN.
002610      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
002620      IF SET-REFUSED
002630          STOP RUN.
002640      OPEN OUTPUT AUDIT-LISTINGS.
002650      MOVE SPACES TO AUDIT-LINE.
002660      ACCEPT RUN-DATE-RAW FROM DATE.
002670      ACCEPT RUN-TIME-RAW FROM TIME.
002680      STRING RUN-MM '/' RUN-DD '/' RUN-YY
002690          DELIMITED BY SIZE INTO HEADING-1-DATE.
002700      STRING RUN-HH ':' RUN-MIN
002710          DELIMITED BY SIZE INTO HEADING-1-TIME.
002720      MOVE 'U' TO AUDIT-PASS-SWITCH.
002730      MOVE 'UNDOCUMENTED GLOBALS' TO SECTION-NAME.
002740      MOVE UNDOCUMENTED-TITLES TO SECTION-TITLE.
002750      PERFORM DO-AUDIT-PASS THRU DO-AUDIT-PASS-EXIT.
002760      MOVE 'O' TO AUDIT-PASS-SWITCH.
002770      MOVE 'ORPHAN DICTIONARY ENTRIES' TO SECTION-NAME.
002780      MOVE ORPHAN-TITLES TO SECTION-TITLE.
002790      PERFORM DO-AUDIT-PASS THRU DO-AUDIT-PASS-EXIT.
002800      MOVE 'M' TO AUDIT-PASS-SWITCH.
002810      MOVE 'OWNER MISMATCHES' TO SECTION-NAME.
002820      MOVE MISMATCH-TITLES TO SECTION-TITLE.
002830      PERFORM DO-AUDIT-PASS THRU DO-AUDIT-PASS-EXIT.
002840      PERFORM WRITE-AUDIT-SUMMARY THRU
002850          WRITE-AUDIT-SUMMARY-EXIT.
002860      CLOSE AUDIT-LISTINGS.
002870      DISPLAY 'GLOBALS        ' GLOBAL-DISP.
002880      DISPLAY 'UNDOCUMENTED   ' UNDOCUMENTED-DISP.
002890      DISPLAY 'ORPHAN ENTRIES ' ORPHAN-DISP.
002900      DISPLAY 'MISMATCHES     ' MISMATCH-DISP.
002910      DISPLAY 'CULDAU DONE.'.
002920      STOP RUN.

002930* =====================================================
002940*  DO-AUDIT-PASS -- ONE MATCH OF CULSYM.MAS AGAINST
002950*  CULDIC.MAS, A SYMBOL GROUP AT A TIME.  DICTIONARY
002960*  ENTRIES BELOW THE GROUP IN HAND ARE ORPHANS; AN
002970*  ENTRY EQUAL TO IT IS THAT GLOBAL'S, AND IS PASSED
002980*  WHEN THE GROUP CLOSES.
002990* =====================================================
003000  DO-AUDIT-PASS.
003010      MOVE 99 TO RPT-LINE-COUNT.
003020      MOVE ZERO TO SECTION-LINES.
003030      OPEN INPUT SYM-MASTER.
003040      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
003050          DISPLAY 'CULDAU: CANNOT OPEN CULSYM.MAS --'
003060              ' RUN CULL FIRST.'
003070          GO TO DO-AUDIT-PASS-EXIT.
003080      MOVE 'N' TO DICT-OPEN-SWITCH.
003090      MOVE 'Y' TO DICT-EOF-SWITCH.
003100      OPEN INPUT DICT-MASTER.
003110      IF DICT-MASTER-STATUS IS EQUAL TO '00'
003120          MOVE 'Y' TO DICT-OPEN-SWITCH
003130          MOVE 'N' TO DICT-EOF-SWITCH
003140          PERFORM READ-DICT-NEXT THRU READ-DICT-NEXT-EXIT.
003150      MOVE SPACES TO GROUP-SYMBOL.
003160  DO-AUDIT-PASS-LOOP.
003170      READ SYM-MASTER
003180          AT END GO TO DO-AUDIT-PASS-CLOSE.
003190      IF SYMQ-SYMBOL IS EQUAL TO SPACES
003200          GO TO DO-AUDIT-PASS-LOOP.
003210      IF SYMQ-SYMBOL IS NOT EQUAL TO GROUP-SYMBOL
003220          PERFORM START-AUDIT-GROUP THRU
003230              START-AUDIT-GROUP-EXIT.
003240      ADD 1 TO GROUP-LINES.
003250      IF SYMQ-ELEMENT IS NOT EQUAL TO GROUP-PRIOR-ELEMENT OR
003260              SYMQ-PPN IS NOT EQUAL TO GROUP-PRIOR-PPN OR
003270              SYMQ-EXTENS IS NOT EQUAL TO GROUP-PRIOR-EXTENS
003280          ADD 1 TO GROUP-ELEMENTS
003290          MOVE SYMQ-ELEMENT TO GROUP-PRIOR-ELEMENT
003300          MOVE SYMQ-PPN TO GROUP-PRIOR-PPN
003310          MOVE SYMQ-EXTENS TO GROUP-PRIOR-EXTENS.
003320      IF SYMQ-DEFN-FLAG IS NOT EQUAL TO 'Y'
003330          GO TO DO-AUDIT-PASS-LOOP.
003340      IF GROUP-DEFINER IS EQUAL TO SPACES
003350          MOVE SYMQ-ELEMENT TO GROUP-DEFINER.
003360      IF GROUP-MATCHED AND
003370              SYMQ-ELEMENT IS EQUAL TO DICT-OWNER
003380          MOVE 'Y' TO OWNER-DEFINES-SWITCH.
003390      GO TO DO-AUDIT-PASS-LOOP.
003400  DO-AUDIT-PASS-CLOSE.
003410      IF GROUP-SYMBOL IS NOT EQUAL TO SPACES
003420          PERFORM CLOSE-AUDIT-GROUP THRU
003430              CLOSE-AUDIT-GROUP-EXIT.
003440      CLOSE SYM-MASTER.
003450      PERFORM NOTE-ONE-ORPHAN THRU NOTE-ONE-ORPHAN-EXIT
003460          UNTIL DICT-AT-END.
003470      IF DICT-OPEN
003480          CLOSE DICT-MASTER.
003490      IF SECTION-LINES IS EQUAL TO ZERO
003500          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT
003510          MOVE 'NONE.' TO AUDIT-LINE
003520          WRITE AUDIT-LINE AFTER ADVANCING 1 LINE.
003530  DO-AUDIT-PASS-EXIT.
003540      EXIT.

003550  START-AUDIT-GROUP.
003560      IF GROUP-SYMBOL IS NOT EQUAL TO SPACES
003570          PERFORM CLOSE-AUDIT-GROUP THRU
003580              CLOSE-AUDIT-GROUP-EXIT.
003590      MOVE SYMQ-SYMBOL TO GROUP-SYMBOL.
003600      MOVE SPACES TO GROUP-DEFINER.
003610      MOVE ZERO TO GROUP-ELEMENTS.
003620      MOVE ZERO TO GROUP-LINES.
003630      MOVE SPACES TO GROUP-PRIOR-ELEMENT.
003640      MOVE SPACES TO GROUP-PRIOR-PPN.
003650      MOVE SPACES TO GROUP-PRIOR-EXTENS.
003660      MOVE 'N' TO OWNER-DEFINES-SWITCH.
003670      PERFORM NOTE-ONE-ORPHAN THRU NOTE-ONE-ORPHAN-EXIT
003680          UNTIL DICT-AT-END OR
003690              DICT-SYMBOL IS NOT LESS THAN GROUP-SYMBOL.
003700      MOVE 'N' TO GROUP-MATCH-SWITCH.
003710      IF NOT DICT-AT-END
003720          IF DICT-SYMBOL IS EQUAL TO GROUP-SYMBOL
003730              MOVE 'Y' TO GROUP-MATCH-SWITCH.
003740  START-AUDIT-GROUP-EXIT.
003750      EXIT.

003760  CLOSE-AUDIT-GROUP.
003770      IF NOT GROUP-MATCHED
003780          GO TO CLOSE-AUDIT-GROUP-UNDOC.
003790      IF UNDOCUMENTED-PASS
003800          ADD 1 TO GLOBAL-TOTAL
003810          ADD 1 TO DOCUMENTED-TOTAL.
003820      IF OWNER-DEFINES
003830          GO TO CLOSE-AUDIT-GROUP-NEXT.
003840      IF UNDOCUMENTED-PASS
003850          ADD 1 TO MISMATCH-TOTAL.
003860      IF MISMATCH-PASS
003870          PERFORM WRITE-MISMATCH-LINE THRU
003880              WRITE-MISMATCH-LINE-EXIT.
003890  CLOSE-AUDIT-GROUP-NEXT.
003900      PERFORM READ-DICT-NEXT THRU READ-DICT-NEXT-EXIT.
003910      GO TO CLOSE-AUDIT-GROUP-EXIT.
003920  CLOSE-AUDIT-GROUP-UNDOC.
003930      IF GROUP-DEFINER IS EQUAL TO SPACES
003940          GO TO CLOSE-AUDIT-GROUP-EXIT.
003950      IF UNDOCUMENTED-PASS
003960          ADD 1 TO GLOBAL-TOTAL
003970          ADD 1 TO UNDOCUMENTED-TOTAL
003980          PERFORM WRITE-UNDOCUMENTED-LINE THRU
003990              WRITE-UNDOCUMENTED-LINE-EXIT.
004000  CLOSE-AUDIT-GROUP-EXIT.
004010      EXIT.

004020  NOTE-ONE-ORPHAN.
004030      IF UNDOCUMENTED-PASS
004040          ADD 1 TO ORPHAN-TOTAL.
004050      IF ORPHAN-PASS
004060          PERFORM WRITE-ORPHAN-LINE THRU
004070              WRITE-ORPHAN-LINE-EXIT.
004080      PERFORM READ-DICT-NEXT THRU READ-DICT-NEXT-EXIT.
004090  NOTE-ONE-ORPHAN-EXIT.
004100      EXIT.

004110  READ-DICT-NEXT.
004120      READ DICT-MASTER
004130          AT END MOVE 'Y' TO DICT-EOF-SWITCH.
004140  READ-DICT-NEXT-EXIT.
004150      EXIT.

004160  WRITE-UNDOCUMENTED-LINE.
004170      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
004180          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
004190      MOVE GROUP-SYMBOL TO UNDOC-SYMBOL-OUT.
004200      MOVE GROUP-DEFINER TO UNDOC-DEFINER-OUT.
004210      MOVE GROUP-ELEMENTS TO UNDOC-ELEMENTS-OUT.
004220      MOVE GROUP-LINES TO UNDOC-LINES-OUT.
004230      WRITE AUDIT-LINE FROM UNDOCUMENTED-COMPOSER
004240          AFTER ADVANCING 1 LINE.
004250      ADD 1 TO RPT-LINE-COUNT.
004260      ADD 1 TO SECTION-LINES.
004270  WRITE-UNDOCUMENTED-LINE-EXIT.
004280      EXIT.

004290  WRITE-ORPHAN-LINE.
004300      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
004310          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
004320      MOVE DICT-SYMBOL TO ORPHAN-SYMBOL-OUT.
004330      MOVE DICT-OWNER TO ORPHAN-OWNER-OUT.
004340      MOVE SPACES TO ORPHAN-DATE-OUT.
004350      STRING DICT-MAINT-MM '/' DICT-MAINT-DD '/'
004360          DICT-MAINT-YY
004370          DELIMITED BY SIZE INTO ORPHAN-DATE-OUT.
004380      MOVE DICT-MAINT-BY TO ORPHAN-BY-OUT.
004390      MOVE DICT-DESCRIPTION TO ORPHAN-DESCRIPTION-OUT.
004400      WRITE AUDIT-LINE FROM ORPHAN-COMPOSER
004410          AFTER ADVANCING 1 LINE.
004420      ADD 1 TO RPT-LINE-COUNT.
004430      ADD 1 TO SECTION-LINES.
004440  WRITE-ORPHAN-LINE-EXIT.
004450      EXIT.

004460*  A GLOBAL THE CULL HAS NO DEFINITION OF SHOWS NO
004470*  DEFINER.
004480  WRITE-MISMATCH-LINE.
004490      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
004500          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
004510      MOVE GROUP-SYMBOL TO MISMATCH-SYMBOL-OUT.
004520      MOVE DICT-OWNER TO MISMATCH-OWNER-OUT.
004530      IF GROUP-DEFINER IS EQUAL TO SPACES
004540          MOVE '(NONE)' TO MISMATCH-DEFINER-OUT
004550      ELSE
004560          MOVE GROUP-DEFINER TO MISMATCH-DEFINER-OUT.
004570      MOVE DICT-DESCRIPTION TO MISMATCH-DESCRIPTION-OUT.
004580      WRITE AUDIT-LINE FROM MISMATCH-COMPOSER
004590          AFTER ADVANCING 1 LINE.
004600      ADD 1 TO RPT-LINE-COUNT.
004610      ADD 1 TO SECTION-LINES.
004620  WRITE-MISMATCH-LINE-EXIT.
004630      EXIT.

004640  RPT-PAGE-HEAD.
004650      ADD 1 TO RPT-PAGE-COUNT.
004660      MOVE SECTION-NAME TO HEADING-1-TITLE.
004670      MOVE RPT-PAGE-COUNT TO HEADING-1-PAGE.
004680      WRITE AUDIT-LINE FROM HEADING-1
004690          AFTER ADVANCING PAGE.
004700      WRITE AUDIT-LINE FROM SECTION-TITLE
004710          AFTER ADVANCING 2 LINES.
004720      MOVE SPACES TO AUDIT-LINE.
004730      WRITE AUDIT-LINE AFTER ADVANCING 1 LINE.
004740      MOVE ZERO TO RPT-LINE-COUNT.
004750  RPT-PAGE-HEAD-EXIT.
004760      EXIT.

004770  WRITE-AUDIT-SUMMARY.
004780      IF RPT-LINE-COUNT IS NOT LESS THAN PAGE-LINE-LIMIT
004790          PERFORM RPT-PAGE-HEAD THRU RPT-PAGE-HEAD-EXIT.
004800      MOVE GLOBAL-TOTAL TO GLOBAL-DISP.
004810      MOVE DOCUMENTED-TOTAL TO DOCUMENTED-DISP.
004820      MOVE UNDOCUMENTED-TOTAL TO UNDOCUMENTED-DISP.
004830      MOVE ORPHAN-TOTAL TO ORPHAN-DISP.
004840      MOVE MISMATCH-TOTAL TO MISMATCH-DISP.
004850      MOVE SPACES TO AUDIT-LINE.
004860      STRING 'GLOBALS=' GLOBAL-DISP
004870          '  DOCUMENTED=' DOCUMENTED-DISP
004880          '  UNDOCUMENTED=' UNDOCUMENTED-DISP
004890          '  ORPHANS=' ORPHAN-DISP
004900          '  MISMATCHES=' MISMATCH-DISP
004910          DELIMITED BY SIZE INTO AUDIT-LINE.
004920      WRITE AUDIT-LINE AFTER ADVANCING 2 LINES.
004930  WRITE-AUDIT-SUMMARY-EXIT.
004940      EXIT.

004950* =====================================================
004960*  CHECK-RUN-SET -- THE MASTERS MUST BE THE SET THE
004970*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
004980*  NOT PENDING, AND EACH MASTER'S FIRST RECORD A STAMP
004990*  RECORD (BLANK NAME) OF THAT SAME GENERATION.
005000*  ANYTHING ELSE IS A TORN OR MIXED SET, AND NOTHING
005010*  IS REPORTED FROM IT.  THE GENERATION AND RUN DATE
005020*  GO INTO THE PAGE HEADING.
005030* =====================================================
005040  CHECK-RUN-SET.
005050      OPEN INPUT RUN-CONTROL.
005060      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
005070          DISPLAY 'CULDAU: NO CULCTL.DAT RUN CONTROL'
005080              ' RECORD -- RUN CULL FIRST.'
005090          MOVE 'Y' TO SET-REFUSED-SWITCH
005100          GO TO CHECK-RUN-SET-EXIT.
005110      MOVE SPACES TO RUN-CONTROL-LINE.
005120      READ RUN-CONTROL
005130          AT END MOVE SPACES TO RUN-CONTROL-LINE.
005140      CLOSE RUN-CONTROL.
005150      IF CTL-GENERATION IS NOT NUMERIC OR
005160              CTL-STATE IS NOT EQUAL TO 'C'
005170          DISPLAY 'CULDAU: THE LAST CULL NEVER FINISHED'
005180              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
005190          MOVE 'Y' TO SET-REFUSED-SWITCH
005200          GO TO CHECK-RUN-SET-EXIT.
005210      MOVE CTL-GENERATION TO CULL-GENERATION.
005220      MOVE CULL-GENERATION TO HEADING-1-GEN.
005230      STRING CTL-RUN-MM '/' CTL-RUN-DD '/' CTL-RUN-YY
005240          DELIMITED BY SIZE INTO HEADING-1-CULL-DATE.
005250      STRING CTL-RUN-HH ':' CTL-RUN-MIN
005260          DELIMITED BY SIZE INTO HEADING-1-CULL-TIME.
005270      OPEN INPUT SYM-MASTER.
005280      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
005290          GO TO CHECK-RUN-SET-MIXED.
005300      MOVE 'N' TO STAMP-MATCH-SWITCH.
005310      READ SYM-MASTER
005320          AT END MOVE SPACES TO SYM-MASTER-RECORD.
005330      IF SYMQ-SYMBOL IS EQUAL TO SPACES AND
005340              SYMS-GENERATION IS NUMERIC
005350          IF SYMS-GENERATION IS EQUAL TO CULL-GENERATION
005360              MOVE 'Y' TO STAMP-MATCH-SWITCH.
005370      CLOSE SYM-MASTER.
005380      IF NOT STAMP-MATCHED
005390          GO TO CHECK-RUN-SET-MIXED.
005400      OPEN INPUT ELEM-MASTER.
005410      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
005420          GO TO CHECK-RUN-SET-MIXED.
005430      MOVE 'N' TO STAMP-MATCH-SWITCH.
005440      READ ELEM-MASTER
005450          AT END MOVE SPACES TO ELEM-MASTER-RECORD.
005460      IF ELEMQ-ELEMENT IS EQUAL TO SPACES AND
005470              ELEMS-GENERATION IS NUMERIC
005480          IF ELEMS-GENERATION IS EQUAL TO CULL-GENERATION
005490              MOVE 'Y' TO STAMP-MATCH-SWITCH.
005500      CLOSE ELEM-MASTER.
005510      IF NOT STAMP-MATCHED
005520          GO TO CHECK-RUN-SET-MIXED.
005530      GO TO CHECK-RUN-SET-EXIT.
005540  CHECK-RUN-SET-MIXED.
005550      DISPLAY 'CULDAU: CULSYM.MAS AND CULELE.MAS ARE NOT'
005560          ' BOTH CULL GENERATION ' HEADING-1-GEN
005570          ' -- RUN CULL AGAIN.'.
005580      MOVE 'Y' TO SET-REFUSED-SWITCH.
005590  CHECK-RUN-SET-EXIT.
005600      EXIT.
