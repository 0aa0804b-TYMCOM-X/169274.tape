000700          MAXBAD  0         NAMING-EXCEPTION, OR
000710                            BAD-READ COUNTS EXCEED
000720                            THESE.  DEFAULTS AS SHOWN.
000730          MAXSTL  0         COVERAGE LIMITS.  THE RUN
000740          MAXMIS  9999      ALSO ENDS BUILD NO-GO IF MORE
000750                            LISTINGS THAN MAXSTL ARE
000760                            OLDER THAN THEIR SOURCE, OR
000770                            MORE SOURCES THAN MAXMIS
000780                            HAVE NO LISTING.  DEFAULTS
000790                            AS SHOWN.
000800          MAXINT  0         SUBSYSTEM LIMITS (SEE THE
000810          MAXFBD  0         CULSUB REGISTER BELOW).  THE
000820          MAXUNP  9999      RUN ALSO ENDS BUILD NO-GO IF
000830                            MORE REFERENCES THAN MAXINT
000840                            TAKE ANOTHER SUBSYSTEM'S
000850                            UNPUBLISHED GLOBALS, MORE THAN
000860                            MAXFBD CALL A SUBSYSTEM THE
000870                            REGISTER FORBIDS, OR MORE
000880                            PUBLISHED GLOBALS THAN MAXUNP
000890                            GO UNUSED.  DEFAULTS AS SHOWN.
000900          DUPPCT  75        HOW MUCH OF THE SMALLER
000910                            DEFINED-SYMBOL MANIFEST TWO
000920                            ELEMENTS MUST SHARE BEFORE
000930                            THE PAIR GOES ON CULDUPLST
000940                            (PERCENT, 1-100).
000950          INCREM  Y         RUN AN INCREMENTAL CULL
000960                            (OR, WITH N, A FULL
000970                            RE-READ) -- SEE BELOW.
000980                            DEFAULT N.
000990          CHGNUM  CR1234    BANK THIS RUN'S CULCHGLST
001000                            ELEMENTS AND CULIMPLST
001010                            AFFECTED SET ON CULCRQ.DAT
001020                            UNDER THIS CHANGE NUMBER
001030                            (1 TO 8 CHARACTERS) TO BE
001040                            RECONCILED ONCE THE CHANGE
001050                            IS INSTALLED -- SEE BELOW.
001060          INSTAL  CR1234    THIS CHANGE HAS BEEN
001070                            INSTALLED SINCE THE LAST
001080                            CULL; RECONCILE IT.  ONE
001090                            CARD PER CHANGE, UP TO 20.
001100      THE FIRST PPN CARD CLEARS THE COMPILED-IN PPN
001110      TABLE AND THE FIRST EXTENS CARD CLEARS THE
001120      EXTENSION TABLE, SO A CULPARAM FILE STANDS ON
001130      ITS OWN.  CARDS THAT CANNOT BE UNDERSTOOD ARE
001140      LOGGED TO CULBADLST AND IGNORED.  WHEN NO
001150      CULPARAM FILE IS PRESENT THE COMPILED-IN
001160      DEFAULTS BELOW APPLY UNCHANGED.

001170      PPN-TABLE-VALUES IN WORKING-STORAGE HOLDS THE
001180      DEFAULT PPNS TO SWEEP, ONE 6-CHARACTER SIXBIT
001190      PPN PER FILLER, WITH PPN-COUNT SAYING HOW MANY
001200      OF THEM ARE ACTUALLY IN USE.  TO CHANGE THE
001210      DEFAULTS, FIGURE OUT EACH PPN IN SIXBIT
001220      ([13,20] IS '  +  0') AND HAND-EDIT THE
001230      FILLERS AND PPN-COUNT.  DEFAULT IS THE SINGLE PPN
001240      THIS PROGRAM SHIPPED WITH.

001250      EXTENSION-TABLE-VALUES HOLDS THE DEFAULT
001260      CREF-LISTING EXTENSIONS TO SWEEP (LST AND SYM
001270      BOTH, SO ONE RUN COVERS THE MONF1 CONTROL
001280      FILES AS WELL AS THE ORDINARY /S LISTINGS).  ADD
001290      OR REMOVE FILLERS AND ADJUST EXTENSION-COUNT TO
001300      TASTE.

001310      TO RUN A TARGETED CULL INSTEAD OF A FULL UFD
001320      SWEEP, PREPARE A CULSELLST FILE (SAME DEVICE AS
001330      UFD-FILE) HOLDING ONE 6-CHARACTER FILE-PART PER
001340      RECORD.  WHEN CULSELLST IS PRESENT, ONLY THOSE
001350      FILE-PARTS ARE CULLED; WHEN IT IS ABSENT, CULL
001360      SWEEPS THE WHOLE DIRECTORY AS BEFORE.

001370      TO FLUSH ONLY THE SYMBOLS SHARED ACROSS MORE
001380      THAN ONE ELEMENT INTO COMBINLST (SKIPPING THE
001390      SINGLE-FILE ENTRIES), SET SHARED-ONLY-SWITCH TO
001400      'Y' BELOW.  ORPHANLST ALWAYS GETS THE SINGLETONS
001410      REGARDLESS OF THE SWITCH.

001420      IF CULL DIES PARTWAY THROUGH A BIG UFD, RERUN IT
001430      AS-IS: CKPT REMEMBERS THE LAST PPN, FILE-PART AND
001440      EXTENS-PART THAT MADE IT INTO SORT-FILE, AND
001450      UFD-SIFT FAST-FORWARDS PAST EVERYTHING UP TO AND
001460      INCLUDING THAT ENTRY BEFORE RESUMING NORMAL
001470      CULLING.  CKPT ALSO REMEMBERS WHETHER THE DEAD RUN
001480      WAS INCREMENTAL, AND THE RESUMED RUN IS THE SAME,
001490      WHATEVER ITS OWN INCREM CARD SAYS.

001500      AN INCREMENTAL CULL (CULPARAM CARD INCREM Y)
001510      RE-READS ONLY THE CREF LISTINGS THAT ARE NEW OR
001520      HAVE CHANGED SINCE THEY WERE LAST BANKED.  EVERY
001530      RUN THAT IS NOT TARGETED BANKS, PER PPN,
001540      FILE-PART AND EXTENSION, THE LISTING'S IDENTITY
001550      (ITS SIZE AND WRITE STAMP FROM THE UFD) ON
001560      CULLSB.DAT AND THE LINES IT CONTRIBUTED ON
001570      CULLSL.DAT.  AN INCREMENTAL RUN CARRIES THE
001580      BANKED LINES OF EVERY LISTING WHOSE IDENTITY IS
001590      UNCHANGED STRAIGHT INTO THE SORT, RE-CULLS THE
001600      REST, AND DROPS THE LINES OF LISTINGS NO LONGER
001610      IN THE UFD, SO EVERY REPORT AND MASTER COMES OUT
001620      EXACTLY AS A FULL RE-READ WOULD MAKE IT.  A
001630      LISTING THAT PUT ANYTHING ON CULBADLST IS NEVER
001640      BANKED, SO IT IS READ AGAIN NEXT TIME.  CULRUNLST
001650      COUNTS THE LISTINGS RE-READ, CARRIED FORWARD, AND
001660      DROPPED.

001670      DIRECTIONS FOR RUNNING:
001680      <MAKE SURE NO SPURIOUS CREF LISTINGS, OR WHATEVER
001690       EXTENSIONS YOU ARE SWEEPING, ARE LYING AROUND>
001700      .ASSIGN DSK LPT
001710      <CREF ALL FILES HERE, /S>
001720      .DEASSIGN LPT
001730      .EXECUTE CULL
001740      <CULL WILL RUN>
001750      <BY-SYMBOL OUTPUT IS ON COMBINLST AND BY-ELEMENT
001760       OUTPUT IS ON ELEMENLST, BOTH PAGED FOR THE LPT:
001770       EVERY PAGE CARRIES THE PROGRAM NAME, RUN DATE
001780       AND TIME, THE PPN AND EXTENSION LISTS SWEPT,
001790       COLUMN TITLES, A PAGE NUMBER, AND THE GROUP KEY
001800       REPRINTED WHEN A GROUP RUNS ON TO A NEW PAGE>
001810      <SINGLETON SYMBOLS ARE ON ORPHANLST>
001820      <SUSPECTED MULTIPLY-DEFINED GLOBALS ARE ON
001830       MULDEFLST>
001840      <SYMBOLS REFERENCED BUT DEFINED NOWHERE IN THE
001850       SWEEP ARE ON CULUNDLST, WITH EVERY ELEMENT AND
001860       REFERENCE LINE THAT WANTS THEM -- EACH ONE IS A
001870       LINK-10 UNDEFINED GLOBAL WAITING TO HAPPEN>
001880      <ELEMENTS WHOSE DEFINED GLOBALS ARE NEVER
001890       REFERENCED FROM ANY OTHER ELEMENT -- ARCHIVE
001900       CANDIDATES -- ARE ON CULDEDLST>
001910      <ONE APPEARANCE ON CULDEDLST IS NOT GROUNDS TO
001920       ARCHIVE ANYTHING -- A CALLER'S LISTING MAY JUST
001930       HAVE MISSED THE SWEEP -- SO EACH FULL SWEEP
001940       CARRIES THE CULAGE.DAT AGING FILE FORWARD: AN
001950       ELEMENT STILL DEAD BUMPS ITS CONSECUTIVE-RUN
001960       COUNT, AN ELEMENT THAT DROPS OFF RESETS, AND
001970       ONLY ELEMENTS DEAD FOR DEADRUN CONSECUTIVE FULL
001980       SWEEPS (CULPARAM CARD, DEFAULT 3) COME OUT ON
001990       THE CULRETLST RETIREMENT REPORT AND THE
002000       CULARC.DAT ARCHIVE CANDIDATE DECK (CULSELLST
002010       FORM) FOR OPERATIONS>
002020      <ELEMENT PAIRS WHOSE DEFINED-SYMBOL MANIFESTS
002030       LARGELY OVERLAP -- COPIED CODE THAT HAS DRIFTED
002040       APART, INVISIBLE TO MULDEFLST ONCE ONE COPY
002050       RENAMES A GLOBAL -- ARE ON CULDUPLST WITH THE
002060       SHARED COUNT AND EACH SIDE'S TOTAL.  A PAIR IS
002070       REPORTED WHEN AT LEAST TWO DEFINED SYMBOLS ARE
002080       SHARED AND THE SHARED COUNT IS AT LEAST DUPPCT
002090       PERCENT (CULPARAM CARD, DEFAULT 75) OF THE
002100       SMALLER MANIFEST>
002110      <EACH ELEMENT'S RESOLVED DEPENDENCIES (WHICH
002120       ELEMENT SUPPLIES EACH GLOBAL IT REFERENCES)
002130       ARE ON CULDEPLST>
002140      <A MACHINE-USABLE COMPILE/LOAD ORDER DECK, LEAVES
002150       FIRST, ONE 6-CHARACTER ELEMENT PER RECORD IN
002160       CULSELLST FORM, IS PUNCHED TO CULBLD.DAT SO IT
002170       FEEDS STRAIGHT BACK INTO A TARGETED CULL OR A
002180       BATCH DECK; THE ORDERING IS PRINTED BY LEVEL ON
002190       CULORDLST, AND ELEMENTS CAUGHT IN A DEPENDENCY
002200       CYCLE ARE SET OUT IN A SEPARATE SECTION WITH THE
002210       EDGES THAT FORM THE CYCLE>
002220      <WHEN A CULCHGLST FILE NAMES THE ELEMENTS YOU
002230       INTEND TO CHANGE (SAME FORM AS CULSELLST), THE
002240       FULL TRANSITIVE SET OF AFFECTED ELEMENTS COMES
002250       OUT ON CULIMPLST FOR THE CHANGE-CONTROL BOARD>
002260      <WHAT CHANGED SINCE THE LAST CULL -- SYMBOLS
002270       ADDED OR VANISHED, DEFINITIONS THAT MOVED,
002280       ELEMENTS THAT PICKED UP OR DROPPED REFERENCES
002290       -- IS ON CULDIFLST.  THE CULLED DATA IS SAVED
002300       UNDER CULPRV.DAT AT THE END OF EVERY RUN TO BE
002310       NEXT WEEK'S BASIS OF COMPARISON; THE FIRST RUN
002320       JUST BANKS ITS BASELINE>
002330      <A CHANGE SENT TO THE BOARD WITH A CULCHGLST AND
002340       A CHGNUM CARD IS BANKED ON CULCRQ.DAT -- ITS
002350       NUMBER, ITS DECLARED ELEMENTS AND THE CULIMPLST
002360       AFFECTED SET -- AWAITING INSTALLATION.  THE
002370       FIRST FULL CULL WHOSE CULPARAM CARRIES AN INSTAL
002380       CARD FOR IT HOLDS IT AGAINST WHAT CHANGED SINCE
002390       THE LAST CULL (THE CULDIFLST DELTA, PLUS ANY
002400       ELEMENT WHOSE REFERENCE LINES FOR A SYMBOL
002410       MOVED) AND LISTS ON CULRCNLST THE ELEMENTS THAT
002420       CHANGED WITHOUT BEING DECLARED, THE SYMBOLS
002430       ADDED, DROPPED OR MOVED OUTSIDE THE PREDICTED
002440       SET, AND THE DECLARED ELEMENTS THAT SHOW NO
002450       CHANGE AT ALL.  EACH SUCH CHANGE IS THEN MARKED
002460       CONFIRMED OR NEEDS REVIEW ON CULCRQ.DAT.  WHAT
002470       ANOTHER CHANGE INSTALLED IN THE SAME RUN
002480       DECLARED OR PREDICTED IS NOT HELD AGAINST IT>
002490      <ONE SUMMARY RECORD PER FULL SWEEP -- RUN DATE
002500       AND TIME, THE PPN AND EXTENSION LISTS, FILES
002510       CULLED, SORT LINES, DISTINCT SYMBOLS, AND THE
002520       ORPHAN, MULTIPLY-DEFINED, UNDEFINED, DEADWOOD,
002530       NAMING-EXCEPTION, STALE-LISTING AND
002540       MISSING-LISTING COUNTS -- IS APPENDED TO
002550       THE PERMANENT CULHIS.DAT HISTORY, AND THE LAST
002560       RUNS ARE PRINTED SIDE BY SIDE ON CULTRNLST,
002570       EACH WITH ITS CHANGE FROM THE RUN BEFORE, SO
002580       WHETHER THINGS ARE GETTING BETTER OR WORSE IS
002590       ONE PAGE, NOT A DRAWER OF OLD TRAILERS>
002600      <WHEN A CULPFXREG PREFIX REGISTER (CULPFX.REG)
002610       IS PRESENT -- PREFIX IN COLUMNS 1-2, OWNING
002620       ELEMENT IN 4-9, OWNING SIXBIT PPN IN 11-16,
002630       EITHER OWNER BLANK FOR DO-NOT-CARE -- EVERY
002640       GLOBAL IS CHECKED AGAINST IT AND THE
002650       EXCEPTIONS (PREFIX NOT REGISTERED, OR DEFINED
002660       OUTSIDE THE REGISTERED AREA) COME OUT ON
002670       CULSTDLST>
002680      <WHEN A CULLIB SYSTEM LIBRARY CATALOG (CULLIB.DAT)
002690       IS PRESENT -- GLOBAL IN COLUMNS 1-6, SUPPLYING
002700       LIBRARY (FORLIB, LIBOL, JOBDAT, UUO, ...) IN
002710       8-13, LIBRARY MODULE IN 15-20, '*' IN COLUMN 1
002720       FOR A COMMENT CARD -- EVERY GLOBAL THAT NO SWEPT
002730       ELEMENT DEFINES IS LOOKED UP IN IT.  ONE THE
002740       CATALOG NAMES IS HEADED ON CULUNDLST AS RESOLVED
002750       BY ITS LIBRARY MODULE AND IS NOT COUNTED AS
002760       UNDEFINED (NOR AGAINST MAXUND); THE REST ARE
002770       HEADED AS TRULY UNDEFINED.  CULLIBLST SHOWS, PER
002780       ELEMENT, THE LIBRARY MODULES IT LOADS AND THE
002790       GLOBALS IT TAKES FROM EACH, SO THE IMPACT OF A
002800       NEW FORLIB OR LIBOL ON SYS: IS KNOWN BEFOREHAND.
002810       THE CATALOG IS KEPT BY HAND; CULMAP ALSO ADDS
002820       THE LIBRARY ENTRIES IT FINDS IN LINK-10 MAPS>
002830      <EVERY .MAC, .CBL AND .F4 SOURCE UFD-SIFT PASSES
002840       IS MATCHED, BY PPN AND FILE-PART, AGAINST THE
002850       CREF LISTINGS IN THE SWEEP.  SOURCES WITH NO
002860       LISTING (MISSING), LISTINGS WITH NO SURVIVING
002870       SOURCE, AND LISTINGS WRITTEN BEFORE THEIR SOURCE
002880       (STALE) ARE ON THE PAGED CULCOVLST COVERAGE
002890       AUDIT.  A STALE LISTING GIVES WRONG ANSWERS
002900       EVERYWHERE DOWNSTREAM, SO THE STALE AND MISSING
002910       COUNTS ALSO GO ON CULRUNLST, INTO CULHIS.DAT,
002920       AND TO THE BUILD GATE>
002930      <WHEN A CULSUB SUBSYSTEM REGISTER (CULSUB.DAT) IS
002940       PRESENT -- KEYWORD IN COLUMNS 1-8, SUBSYSTEM IN
002950       9-14, OPERAND IN 16-21, '*' IN COLUMN 1 FOR A
002960       COMMENT CARD -- ITS ELEMENT AND PREFIX CARDS
002970       ASSIGN ELEMENTS TO SUBSYSTEMS (AN ELEMENT CARD
002980       BEATS A LONGER PREFIX, WHICH BEATS A SHORTER
002990       ONE), ITS PUBLIC CARDS NAME EACH SUBSYSTEM'S
003000       PUBLISHED INTERFACE GLOBALS, AND ITS CALLS CARDS
003010       SAY WHICH OTHER SUBSYSTEMS EACH MAY CALL ('*'
003020       FOR ANY).  A SUBSYSTEM WITH NO CALLS CARD MAY
003030       CALL ONLY ITSELF.  EVERY RESOLVED REFERENCE (AS
003040       ON CULDEPLST) THAT CROSSES A SUBSYSTEM BOUNDARY
003050       IS ON THE PAGED CULSUBLST, FLAGGED WHERE IT
003060       TAKES A GLOBAL THE SUPPLYING SUBSYSTEM DOES NOT
003070       PUBLISH OR CALLS A SUBSYSTEM THE REGISTER
003080       FORBIDS; THE PUBLISHED GLOBALS NO OTHER
003090       SUBSYSTEM USES FOLLOW, THEN A SUBSYSTEM-TO-
003100       SUBSYSTEM REFERENCE MATRIX.  ELEMENTS NO CARD
003110       CLAIMS FALL IN *NONE* AND ARE SHOWN BUT NEVER
003120       FLAGGED.  THE INTERNAL, FORBIDDEN AND UNUSED
003130       COUNTS GO TO THE BUILD GATE>
003140      <THE CULLED DATA IS ALSO BANKED AS TWO KEYED
003150       MASTERS, CULSYM.MAS BY SYMBOL AND CULELE.MAS BY
003160       ELEMENT, SO THE CULQRY PROGRAM CAN ANSWER "WHO
003170       REFERENCES THIS" FROM THE TTY ALL WEEK WITHOUT
003180       PAGING THROUGH COMBINLST>
003190      <A TARGETED (CULSELLST) CULL COVERS ONLY PART OF
003200       THE SWEEP, SO -- JUST AS IT LEAVES THE
003210       CULPRV.DAT DELTA BASELINE ALONE -- IT LEAVES
003220       THE LAST FULL SWEEP'S KEYED MASTERS IN PLACE
003230       RATHER THAN REBUILD THEM FROM A PARTIAL CULL>
003240      <EVERYTHING A FULL SWEEP CARRIES FORWARD TO THE
003250       NEXT RUN -- THE CULSYM.MAS AND CULELE.MAS
003260       MASTERS, THE CULPRV.DAT DELTA BASELINE, THE
003270       CULAGE.DAT AGING FILE, THE CULHIS.DAT HISTORY,
003280       THE CULCRQ.DAT CHANGE REQUESTS, AND THE
003290       CULLSB.DAT/CULLSL.DAT LISTING BANK -- IS
003300       BUILT UNDER A .TMP NAME AND COPIED INTO PLACE
003310       ONLY WHEN THE WHOLE RUN IS DONE, AS ONE COMMIT.
003320       THE ONE-RECORD CULCTL.DAT RUN CONTROL FILE NAMES
003330       THE SET IN FORCE -- ITS GENERATION NUMBER, THE
003340       DATE AND TIME OF THE RUN THAT BUILT IT, AND WHAT
003350       THAT RUN SWEPT -- AND IS MARKED PENDING WHILE
003360       THE COPY IS UNDER WAY AND COMMITTED WHEN IT IS
003370       DONE; EACH MASTER OPENS WITH A STAMP RECORD
003380       (BLANK NAME) CARRYING THE SAME GENERATION.  A
003390       RUN THAT DIES BEFORE ITS COMMIT LEAVES THE LAST
003400       SET WHOLE, AND ONE THAT DIES DURING IT IS
003410       FINISHED BY THE NEXT CULL BEFORE THAT CULL DOES
003420       ANYTHING ELSE.  CULQRY, CULRPT, CULMAP AND
003430       CULREN PRINT THE GENERATION AND RUN DATE AND
003440       REFUSE A SET THAT IS PENDING OR WHOSE MASTERS
003450       ARE OF ANOTHER GENERATION.  A TARGETED CULL
003460       COMMITS NOTHING>
003470      <SKIPPED OR UNREADABLE CREF LINES ARE LOGGED TO
003480       CULBADLST>
003490      <THE RUN ENDS WITH A ONE-PAGE BUILD-GATE VERDICT
003500       ON CULGONLST AND AN UNMISTAKABLE CONSOLE
003510       VERDICT -- BUILD GO OR BUILD NO-GO -- COMPARING
003520       THE UNDEFINED, MULTIPLY-DEFINED,
003530       NAMING-EXCEPTION, BAD-READ, STALE-LISTING,
003540       MISSING-LISTING, INTERNAL-CALL, FORBIDDEN-CALL
003550       AND UNUSED-INTERFACE COUNTS AGAINST THE MAXUND/
003560       MAXMUL/MAXSTD/MAXBAD/MAXSTL/MAXMIS/MAXINT/
003570       MAXFBD/MAXUNP LIMITS, WITH THE COUNTS THAT
003580       TRIPPED IT; A TARGETED CULL SAYS ITS VERDICT IS
003590       NOT AUTHORITATIVE, SINCE IT SAW ONLY PART OF
003600       THE WORLD>
003610      <EVERYTHING AN OPERATOR WOULD WANT THE MORNING
003620       AFTER AN OVERNIGHT CULL IS ON THE PAGED
003630       CULRUNLST AUDIT: ONE LINE PER FILE-PART CULLED
003640       WITH ITS RECORD COUNT, PER-PPN AND PER-EXTENSION
003650       FILE AND RECORD TOTALS, THE CULBADLST TALLY, THE
003660       RESUME POINT IF A CHECKPOINT RESTART FIRED, THE
003670       RUN PARAMETERS IN EFFECT, AND THE START AND END
003680       TIMES; THE SAME SUMMARY IS APPENDED TO THE
003690       PERMANENT CULLOG.DAT RUN LOG SO LAST FRIDAY'S
003700       SWEEP CAN ALWAYS BE RECONSTRUCTED>

003710      ANY IMPROVEMENTS ON THIS PROGRAM SHOULD BE
003720      FORWARDED TO GLENN RICART, BUILDING 12A, ROOM
003730      1039, NATIONAL INSTITUTES OF HEALTH, BETHESDA,
003740      MARYLAND  20014.

003750      CAVEAT: BE CAREFUL IN CHANGING THE CASING OF
003760      NAMES IN THIS PROGRAM.  SOME CHANGES OF UPPER
003770      CASE NAMES TO LOWER CASE NAMES CAUSE THE COMPILER
003780      TO GO CRAZY.

003790      MODIFICATION HISTORY.
003800      04 FEB 74  GR   ORIGINAL BY-SYMBOL CULL.
003810      09 AUG 26  RTL  SWEEP LST AND SYM EXTENSIONS AND
003820                      MULTIPLE PPNS IN ONE PASS; CARRY
003830                      PPN AND EXTENSION INTO SORT-FILE
003840                      AND COMBINLST.
003850      09 AUG 26  RTL  ADD BY-ELEMENT REVERSE CULL
003860                      (ELEMENLST), A SHARED-SYMBOL
003870                      FILTER, ORPHAN AND MULTIPLY-
003880                      DEFINED-GLOBAL TRAILER REPORTS,
003890                      RUN TOTALS, CHECKPOINT/RESTART,
003900                      A TARGETED FILE LIST, AND A TRAP
003910                      FOR BAD CREF-LISTING READS.
003920      22 AUG 26  RTL  READ RUN SETUP (PPNS IN OCTAL,
003930                      EXTENSIONS, RUN SWITCHES) FROM
003940                      AN OPTIONAL CULPARAM FILE SO A
003950                      CULL NEEDS NO RECOMPILE.
003960      22 AUG 26  RTL  EXPAND TABS TO THE CREF COLUMN
003970                      STOPS WHILE READING CREF-LISTING
003980                      AND SALVAGE A FINAL LINE WITHOUT
003990                      A CRLF, KILLING THE PIP /W AND
004000                      CONV.SAI PRE-PASSES.
004010      22 AUG 26  RTL  REPORT SYMBOLS REFERENCED BUT
004020                      DEFINED NOWHERE IN THE SWEEP ON
004030                      CULUNDLST.
004040      22 AUG 26  RTL  REPORT DEADWOOD ELEMENTS (ALL
004050                      DEFINED GLOBALS UNREFERENCED
004060                      OUTSIDE THE ELEMENT) ON
004070                      CULDEDLST.
004080      22 AUG 26  RTL  RESOLVE EACH REFERENCE TO ITS
004090                      DEFINING ELEMENT (CULDEPLST) AND
004100                      REPORT THE TRANSITIVE IMPACT OF A
004110                      CULCHGLST CHANGED-ELEMENT LIST ON
004120                      CULIMPLST.
004130      22 AUG 26  RTL  COMPARE EACH RUN AGAINST THE
004140                      SAVED PRIOR CULL (CULPRV.DAT)
004150                      AND REPORT WHAT CHANGED ON
004160                      CULDIFLST.
004170      22 AUG 26  RTL  BANK THE CULLED DATA AS KEYED
004180                      SYMBOL AND ELEMENT MASTERS
004190                      (CULSYM.MAS, CULELE.MAS) FOR THE
004200                      NEW CULQRY TTY LOOKUP PROGRAM.
004210      22 AUG 26  RTL  PAGE COMBINLST AND ELEMENLST
004220                      FOR THE LPT: HEADINGS WITH RUN
004230                      DATE/TIME, SWEPT PPN AND
004240                      EXTENSION LISTS, COLUMN TITLES,
004250                      PAGE NUMBERS, GROUP KEY CARRIED
004260                      OVER PAGE BREAKS.
004270      22 AUG 26  RTL  HANDLE BY-SYMBOL GROUPS OF ANY
004280                      SIZE: LINES PAST THE IN-CORE
004290                      TABLE SPILL TO CULGRP.TMP, SO NO
004300                      SYMBOL'S REFERENCE LIST IS EVER
004310                      TRUNCATED AGAIN.
004320      22 AUG 26  RTL  CHECK EVERY GLOBAL AGAINST THE
004330                      SHOP PREFIX REGISTER (CULPFXREG)
004340                      AND REPORT NAMING-STANDARD
004350                      EXCEPTIONS ON CULSTDLST.
004360      02 SEP 26  RTL  TOPOLOGICALLY ORDER THE
004370                      DEPENDENCY EDGES (THE IN-CORE
004380                      ORDER-EDGE-TABLE) INTO A
004390                      BUILD-ORDER DECK (CULBLD.DAT,
004400                      CULSELLST FORM, LEAVES FIRST)
004410                      AND A CULORDLST REPORT BY LEVEL,
004420                      WITH DEPENDENCY CYCLES SET OUT
004430                      WITH THEIR EDGES.
004440      02 SEP 26  RTL  APPEND ONE SUMMARY RECORD PER
004450                      FULL SWEEP TO THE PERMANENT
004460                      CULHIS.DAT HISTORY AND PRINT THE
004470                      LAST N RUNS, WITH CHANGES, ON
004480                      CULTRNLST.
004490      02 SEP 26  RTL  AGE CULDEDLST ELEMENTS ACROSS
004500                      FULL SWEEPS IN CULAGE.DAT AND,
004510                      AFTER DEADRUN CONSECUTIVE DEAD
004520                      SWEEPS, OFFER THEM ON CULRETLST
004530                      AND THE CULARC.DAT ARCHIVE DECK.
004540      02 SEP 26  RTL  PRINT A PAGED CULRUNLST RUN AUDIT
004550                      (PER-FILE, PER-PPN, AND
004560                      PER-EXTENSION COUNTS, BAD-RECORD
004570                      TALLY, RESUME POINT, PARAMETERS,
004580                      START AND END TIMES) AND APPEND
004590                      THE SUMMARY TO CULLOG.DAT.
004600      02 SEP 26  RTL  END EVERY RUN WITH A BUILD-GATE
004610                      VERDICT (CULGONLST AND CONSOLE,
004620                      BUILD GO OR BUILD NO-GO) AGAINST
004630                      THE MAXUND/MAXMUL/MAXSTD/MAXBAD
004640                      LIMITS.
004650      02 SEP 26  RTL  COMPARE ELEMENTS PAIRWISE ON
004660                      THEIR DEFINED-SYMBOL MANIFESTS
004670                      AND REPORT NEAR-DUPLICATE PAIRS
004680                      ON CULDUPLST.
004690      02 SEP 26  RTL  FOLD THE DEADWOOD AND DEPENDENCY
004700                      PASSES INTO ONE SORT OVER A
004710                      SINGLE COMBINED WORK FILE AND
004720                      BANK THE DEPENDENCY EDGES IN
004730                      CORE AS IT RUNS, SO THE
004740                      BUILD-ORDER AND IMPACT PASSES
004750                      RE-READ NOTHING AND A FULL SWEEP
004760                      RUNS ONE FEWER SORT AND MANY
004770                      FEWER WORK-FILE PASSES.
004780      14 OCT 26  RTL  INCREMENTAL CULL (INCREM CARD):
004790                      BANK EACH LISTING'S UFD SIZE AND
004800                      WRITE DATE AND ITS CULLED LINES
004810                      (CULLSB.DAT, CULLSL.DAT),
004820                      RE-CULL ONLY NEW OR CHANGED
004830                      LISTINGS, CARRY THE REST FORWARD
004840                      FROM THE BANK, AND COUNT
004850                      LISTINGS RE-READ, CARRIED, AND
004860                      DROPPED ON CULRUNLST.
004870      14 OCT 26  RTL  NOTE THE .MAC, .CBL AND .F4
004880                      SOURCES IN THE SWEEP AND AUDIT
004890                      LISTING COVERAGE AND FRESHNESS
004900                      ON CULCOVLST; STALE AND MISSING
004910                      COUNTS TO CULRUNLST, CULHIS.DAT
004920                      AND THE BUILD GATE (MAXSTL AND
004930                      MAXMIS CARDS).
004940      14 OCT 26  RTL  CLASSIFY EVERY GLOBAL NO SWEPT
004950                      ELEMENT DEFINES AGAINST THE
004960                      CULLIB SYSTEM LIBRARY CATALOG
004970                      (CULLIB.DAT): RESOLVED BY LIBRARY
004980                      MODULE OR TRULY UNDEFINED ON
004990                      CULUNDLST, ONLY THE LATTER
005000                      COUNTED OR GATED; PER-ELEMENT
005010                      LIBRARY DEPENDENCIES ON CULLIBLST.
005020      15 OCT 26  RTL  BUILD EVERY CARRY-FORWARD FILE
005030                      UNDER A .TMP NAME AND COMMIT THE
005040                      WHOLE SET AT THE END OF THE RUN
005050                      UNDER THE CULCTL.DAT RUN CONTROL
005060                      RECORD (GENERATION, RUN DATE AND
005070                      TIME); STAMP BOTH MASTERS WITH THE
005080                      GENERATION; FINISH A COMMIT A DEAD
005090                      RUN LEFT PENDING; LOG THE
005100                      GENERATION ON CULLOG.DAT.
005110      15 OCT 26  RTL  READ THE CULSUB SUBSYSTEM
005120                      REGISTER (CULSUB.DAT) AND PRINT
005130                      EVERY RESOLVED REFERENCE THAT
005140                      CROSSES A SUBSYSTEM BOUNDARY ON
005150                      CULSUBLST, FLAGGING CALLS INTO
005160                      UNPUBLISHED GLOBALS AND CALLS THE
005170                      REGISTER FORBIDS, WITH THE UNUSED
005180                      PUBLISHED GLOBALS AND A SUBSYSTEM
005190                      MATRIX; COUNTS TO THE BUILD GATE
005200                      (MAXINT, MAXFBD AND MAXUNP CARDS).
005210      15 OCT 26  RTL  BANK EACH CHANGE SENT TO THE BOARD
005220                      (CHGNUM CARD) WITH ITS DECLARED
005230                      ELEMENTS AND AFFECTED SET ON
005240                      CULCRQ.DAT AND, ON THE FIRST FULL
005250                      CULL AFTER ITS INSTAL CARD,
005260                      RECONCILE IT AGAINST THE DELTA ON
005270                      CULRCNLST, CONFIRMED OR FOR REVIEW.
005280      15 OCT 26  RTL  LEAVE THE GENERATION PENDING WHEN
005290                      ANY PIECE OF THE SET FAILS TO COPY;
005300                      CHECK EVERY .TMP AND LIVE FILE OPEN.
005310      15 OCT 26  RTL  STOP, .TMP SET UNTOUCHED, WHEN A
005320                      PENDING GENERATION CANNOT BE
005330                      FINISHED; A RESUMED RUN IS
005340                      INCREMENTAL OR NOT AS THE DEAD RUN
005350                      WAS (CKPT RECORDS IT).

005360  ENVIRONMENT DIVISION.
005370  CONFIGURATION SECTION.
005380  SOURCE-COMPUTER.  DECSYSTEM-10.
005390  OBJECT-COMPUTER.  DECSYSTEM-10.
005400  INPUT-OUTPUT SECTION.
005410  FILE-CONTROL.
005420      SELECT UFD-FILE ASSIGN TO DSK
005430          ACCESS MODE IS SEQUENTIAL
005440          RECORDING MODE IS BINARY.
005450      SELECT CREF-LISTING ASSIGN TO DSK
005460          ACCESS MODE IS SEQUENTIAL
005470          RECORDING MODE IS ASCII
005480          FILE STATUS IS CREF-FILE-STATUS.
005490      SELECT COMBINED-LISTINGS ASSIGN TO DSK
005500          ACCESS MODE IS SEQUENTIAL
005510          RECORDING MODE IS ASCII.
005520      SELECT ELEMENT-LISTINGS ASSIGN TO DSK
005530          ACCESS MODE IS SEQUENTIAL
005540          RECORDING MODE IS ASCII.
005550      SELECT ORPHAN-LISTINGS ASSIGN TO DSK
005560          ACCESS MODE IS SEQUENTIAL
005570          RECORDING MODE IS ASCII.
005580      SELECT MULDEF-LISTINGS ASSIGN TO DSK
005590          ACCESS MODE IS SEQUENTIAL
005600          RECORDING MODE IS ASCII.
005610      SELECT UNDEF-LISTINGS ASSIGN TO DSK
005620          ACCESS MODE IS SEQUENTIAL
005630          RECORDING MODE IS ASCII.
005640      SELECT DEADWOOD-LISTINGS ASSIGN TO DSK
005650          ACCESS MODE IS SEQUENTIAL
005660          RECORDING MODE IS ASCII.
005670      SELECT BAD-LISTINGS ASSIGN TO DSK
005680          ACCESS MODE IS SEQUENTIAL
005690          RECORDING MODE IS ASCII.
005700      SELECT SELECTED-FILE-LIST ASSIGN TO DSK
005710          ACCESS MODE IS SEQUENTIAL
005720          RECORDING MODE IS ASCII
005730          FILE STATUS IS SELECT-FILE-STATUS.
005740      SELECT PREFIX-REGISTER ASSIGN TO DSK
005750          ACCESS MODE IS SEQUENTIAL
005760          RECORDING MODE IS ASCII
005770          FILE STATUS IS PREFIX-REG-STATUS.
005780      SELECT LIBRARY-CATALOG ASSIGN TO DSK
005790          ACCESS MODE IS SEQUENTIAL
005800          RECORDING MODE IS ASCII
005810          FILE STATUS IS LIBRARY-CAT-STATUS.
005820      SELECT LIBRARY-LISTINGS ASSIGN TO DSK
005830          ACCESS MODE IS SEQUENTIAL
005840          RECORDING MODE IS ASCII.
005850      SELECT SUBSYSTEM-REGISTER ASSIGN TO DSK
005860          ACCESS MODE IS SEQUENTIAL
005870          RECORDING MODE IS ASCII
005880          FILE STATUS IS SUBSYSTEM-REG-STATUS.
005890      SELECT SUBSYSTEM-LISTINGS ASSIGN TO DSK
005900          ACCESS MODE IS SEQUENTIAL
005910          RECORDING MODE IS ASCII.
005920      SELECT STANDARD-LISTINGS ASSIGN TO DSK
005930          ACCESS MODE IS SEQUENTIAL
005940          RECORDING MODE IS ASCII.
005950      SELECT CHANGED-ELEMENT-LIST ASSIGN TO DSK
005960          ACCESS MODE IS SEQUENTIAL
005970          RECORDING MODE IS ASCII
005980          FILE STATUS IS CHANGED-FILE-STATUS.
005990      SELECT DEPEND-LISTINGS ASSIGN TO DSK
006000          ACCESS MODE IS SEQUENTIAL
006010          RECORDING MODE IS ASCII.
006020      SELECT IMPACT-LISTINGS ASSIGN TO DSK
006030          ACCESS MODE IS SEQUENTIAL
006040          RECORDING MODE IS ASCII.
006050      SELECT ORDER-LISTINGS ASSIGN TO DSK
006060          ACCESS MODE IS SEQUENTIAL
006070          RECORDING MODE IS ASCII.
006080      SELECT BUILD-ORDER-DECK ASSIGN TO DSK
006090          ACCESS MODE IS SEQUENTIAL
006100          RECORDING MODE IS ASCII.
006110      SELECT CKPT-FILE ASSIGN TO DSK
006120          ACCESS MODE IS SEQUENTIAL
006130          RECORDING MODE IS ASCII
006140          FILE STATUS IS CKPT-FILE-STATUS.
006150      SELECT PARAM-FILE ASSIGN TO DSK
006160          ACCESS MODE IS SEQUENTIAL
006170          RECORDING MODE IS ASCII
006180          FILE STATUS IS PARAM-FILE-STATUS.
006190      SELECT WORK-FILE ASSIGN TO DSK
006200          ACCESS MODE IS SEQUENTIAL
006210          RECORDING MODE IS BINARY.
006220      SELECT PRIOR-CULL ASSIGN TO DSK
006230          ACCESS MODE IS SEQUENTIAL
006240          RECORDING MODE IS BINARY
006250          FILE STATUS IS PRIOR-FILE-STATUS.
006260      SELECT NEW-PRIOR-CULL ASSIGN TO DSK
006270          ACCESS MODE IS SEQUENTIAL
006280          RECORDING MODE IS BINARY
006290          FILE STATUS IS NEW-PRIOR-STATUS.
006300      SELECT DELTA-LISTINGS ASSIGN TO DSK
006310          ACCESS MODE IS SEQUENTIAL
006320          RECORDING MODE IS ASCII.
006330      SELECT HISTORY-FILE ASSIGN TO DSK
006340          ACCESS MODE IS SEQUENTIAL
006350          RECORDING MODE IS ASCII
006360          FILE STATUS IS HISTORY-FILE-STATUS.
006370      SELECT NEW-HISTORY-FILE ASSIGN TO DSK
006380          ACCESS MODE IS SEQUENTIAL
006390          RECORDING MODE IS ASCII
006400          FILE STATUS IS NEW-HISTORY-STATUS.
006410      SELECT TREND-LISTINGS ASSIGN TO DSK
006420          ACCESS MODE IS SEQUENTIAL
006430          RECORDING MODE IS ASCII.
006440      SELECT AGING-FILE ASSIGN TO DSK
006450          ACCESS MODE IS SEQUENTIAL
006460          RECORDING MODE IS ASCII
006470          FILE STATUS IS AGING-FILE-STATUS.
006480      SELECT NEW-AGING-FILE ASSIGN TO DSK
006490          ACCESS MODE IS SEQUENTIAL
006500          RECORDING MODE IS ASCII
006510          FILE STATUS IS NEW-AGING-STATUS.
006520      SELECT CHANGE-REQUESTS ASSIGN TO DSK
006530          ACCESS MODE IS SEQUENTIAL
006540          RECORDING MODE IS ASCII
006550          FILE STATUS IS CHANGE-REQUEST-STATUS.
006560      SELECT NEW-CHANGE-REQUESTS ASSIGN TO DSK
006570          ACCESS MODE IS SEQUENTIAL
006580          RECORDING MODE IS ASCII
006590          FILE STATUS IS NEW-CHANGE-REQUEST-STATUS.
006600      SELECT RECONCILE-LISTINGS ASSIGN TO DSK
006610          ACCESS MODE IS SEQUENTIAL
006620          RECORDING MODE IS ASCII.
006630      SELECT RETIRE-LISTINGS ASSIGN TO DSK
006640          ACCESS MODE IS SEQUENTIAL
006650          RECORDING MODE IS ASCII.
006660      SELECT ARCHIVE-DECK ASSIGN TO DSK
006670          ACCESS MODE IS SEQUENTIAL
006680          RECORDING MODE IS ASCII.
006690      SELECT RUN-LISTINGS ASSIGN TO DSK
006700          ACCESS MODE IS SEQUENTIAL
006710          RECORDING MODE IS ASCII.
006720      SELECT DETAIL-WORK ASSIGN TO DSK
006730          ACCESS MODE IS SEQUENTIAL
006740          RECORDING MODE IS BINARY.
006750      SELECT SUBSYSTEM-WORK ASSIGN TO DSK
006760          ACCESS MODE IS SEQUENTIAL
006770          RECORDING MODE IS BINARY.
006780      SELECT LOG-FILE ASSIGN TO DSK
006790          ACCESS MODE IS SEQUENTIAL
006800          RECORDING MODE IS ASCII
006810          FILE STATUS IS LOG-FILE-STATUS.
006820      SELECT RUN-CONTROL ASSIGN TO DSK
006830          ACCESS MODE IS SEQUENTIAL
006840          RECORDING MODE IS ASCII
006850          FILE STATUS IS RUN-CONTROL-STATUS.
006860      SELECT GATE-LISTINGS ASSIGN TO DSK
006870          ACCESS MODE IS SEQUENTIAL
006880          RECORDING MODE IS ASCII.
006890      SELECT DUP-LISTINGS ASSIGN TO DSK
006900          ACCESS MODE IS SEQUENTIAL
006910          RECORDING MODE IS ASCII.
006920      SELECT COVER-LISTINGS ASSIGN TO DSK
006930          ACCESS MODE IS SEQUENTIAL
006940          RECORDING MODE IS ASCII.
006950      SELECT GROUP-SPILL ASSIGN TO DSK
006960          ACCESS MODE IS SEQUENTIAL
006970          RECORDING MODE IS BINARY.
006980      SELECT NEW-SYM-MASTER ASSIGN TO DSK
006990          ORGANIZATION IS INDEXED
007000          ACCESS MODE IS SEQUENTIAL
007010          RECORD KEY IS SYMQ-KEY
007020          FILE STATUS IS NEW-SYM-MASTER-STATUS.
007030      SELECT NEW-ELEM-MASTER ASSIGN TO DSK
007040          ORGANIZATION IS INDEXED
007050          ACCESS MODE IS SEQUENTIAL
007060          RECORD KEY IS ELEMQ-KEY
007070          FILE STATUS IS NEW-ELEM-MASTER-STATUS.
007080      SELECT SYM-MASTER ASSIGN TO DSK
007090          ORGANIZATION IS INDEXED
007100          ACCESS MODE IS SEQUENTIAL
007110          RECORD KEY IS SYMC-KEY
007120          FILE STATUS IS SYM-MASTER-STATUS.
007130      SELECT ELEM-MASTER ASSIGN TO DSK
007140          ORGANIZATION IS INDEXED
007150          ACCESS MODE IS SEQUENTIAL
007160          RECORD KEY IS ELEMC-KEY
007170          FILE STATUS IS ELEM-MASTER-STATUS.
007180      SELECT ACCUM-FILE ASSIGN TO DSK
007190          ACCESS MODE IS SEQUENTIAL
007200          RECORDING MODE IS BINARY
007210          FILE STATUS IS ACCUM-FILE-STATUS.
007220      SELECT LISTING-BANK ASSIGN TO DSK
007230          ACCESS MODE IS SEQUENTIAL
007240          RECORDING MODE IS BINARY
007250          FILE STATUS IS LISTING-BANK-STATUS.
007260      SELECT NEW-LISTING-BANK ASSIGN TO DSK
007270          ACCESS MODE IS SEQUENTIAL
007280          RECORDING MODE IS BINARY
007290          FILE STATUS IS NEW-LISTING-BANK-STATUS.
007300      SELECT BANKED-LINES ASSIGN TO DSK
007310          ACCESS MODE IS SEQUENTIAL
007320          RECORDING MODE IS BINARY
007330          FILE STATUS IS BANKED-LINES-STATUS.
007340      SELECT NEW-BANKED-LINES ASSIGN TO DSK
007350          ACCESS MODE IS SEQUENTIAL
007360          RECORDING MODE IS BINARY
007370          FILE STATUS IS NEW-BANKED-LINES-STATUS.
007380      SELECT SORT-FILE ASSIGN TO DSK, DSK, DSK.
007390      SELECT SORT-FILE-2 ASSIGN TO DSK, DSK, DSK.
007400      SELECT AUX-WORK ASSIGN TO DSK
007410          ACCESS MODE IS SEQUENTIAL
007420          RECORDING MODE IS BINARY.
007430      SELECT SORT-FILE-3 ASSIGN TO DSK, DSK, DSK.

007440  DATA DIVISION.
007450  FILE SECTION.
007460  FD UFD-FILE LABEL RECORDS ARE STANDARD
007470      VALUE OF IDENTIFICATION IS UFD-FILE-NAME
007480      USER-NUMBER IS 1,1
007490      DATA RECORDS ARE UFD-ENTRIES.
007500  01 UFD-ENTRIES USAGE IS DISPLAY-6.
007510      02 UFD-FILE-NAME-ENTRY PICTURE X(6).
007520      02 UFD-EXTENSION-ENTRY PICTURE X(3).
007530      02 UFD-SUPERCLUSTER-POINTER PICTURE X(3).
007540*     WRITE STAMP (YYMMDDHHMM) AND SIZE TOGETHER ARE
007550*     THE LISTING'S IDENTITY FOR THE INCREMENTAL CULL;
007560*     THE STAMP ALONE ORDERS A LISTING AGAINST ITS
007570*     SOURCE FOR THE COVERAGE AUDIT.
007580      02 UFD-WRITE-STAMP-ENTRY PICTURE X(10).
007590      02 UFD-FILE-SIZE-ENTRY PICTURE X(6).
007600      02 FILLER PICTURE X(2).
007610  FD CREF-LISTING LABEL RECORDS ARE STANDARD
007620      VALUE OF IDENTIFICATION IS CREF-LISTING-NAME
007630      DATA RECORDS ARE CREF-LINES.
007640  01 CREF-LINES PICTURE X(133).
007650  FD COMBINED-LISTINGS LABEL RECORDS ARE STANDARD
007660      VALUE OF IDENTIFICATION IS COMBINED-LISTING-NAME
007670      DATA RECORDS ARE OUTPUT-LINE.
007680  01 OUTPUT-LINE.
007690      02 SYMBOL-OUT PICTURE X(6).
007700      02 FILLER PICTURE XX.
007710      02 PPN-OUT PICTURE X(6).
007720      02 FILLER PICTURE XX.
007730      02 ELEMENT-OUT PICTURE X(6).
007740      02 FILLER PICTURE XX.
007750      02 EXTENS-OUT PICTURE X(3).
007760      02 FILLER PICTURE XX.
007770      02 REFS-OUT PICTURE X(116).
007780  FD ELEMENT-LISTINGS LABEL RECORDS ARE STANDARD
007790      VALUE OF IDENTIFICATION IS ELEMENT-LISTING-NAME
007800      DATA RECORDS ARE ELEMENT-OUTPUT-LINE.
007810  01 ELEMENT-OUTPUT-LINE.
007820      02 ELEMENT-OUT-2 PICTURE X(6).
007830      02 FILLER PICTURE XX.
007840      02 SYMBOL-OUT-2 PICTURE X(6).
007850      02 FILLER PICTURE XX.
007860      02 PPN-OUT-2 PICTURE X(6).
007870      02 FILLER PICTURE XX.
007880      02 EXTENS-OUT-2 PICTURE X(3).
007890      02 FILLER PICTURE XX.
007900      02 REFS-OUT-2 PICTURE X(116).
007910  FD ORPHAN-LISTINGS LABEL RECORDS ARE STANDARD
007920      VALUE OF IDENTIFICATION IS ORPHAN-LISTING-NAME
007930      DATA RECORDS ARE ORPHAN-LINE.
007940  01 ORPHAN-LINE.
007950      02 ORPHAN-SYMBOL-OUT PICTURE X(6).
007960      02 FILLER PICTURE XX.
007970      02 ORPHAN-ELEMENT-OUT PICTURE X(6).
007980      02 FILLER PICTURE XX.
007990      02 ORPHAN-REFS-OUT PICTURE X(116).
008000  FD MULDEF-LISTINGS LABEL RECORDS ARE STANDARD
008010      VALUE OF IDENTIFICATION IS MULDEF-LISTING-NAME
008020      DATA RECORDS ARE MULDEF-LINE.
008030  01 MULDEF-LINE.
008040      02 MULDEF-SYMBOL-OUT PICTURE X(6).
008050      02 FILLER PICTURE XX.
008060      02 MULDEF-COUNT-OUT PICTURE ZZZ9.
008070      02 FILLER PICTURE XX.
008080      02 MULDEF-TEXT-OUT PICTURE X(100).
008090  FD UNDEF-LISTINGS LABEL RECORDS ARE STANDARD
008100      VALUE OF IDENTIFICATION IS UNDEF-LISTING-NAME
008110      DATA RECORDS ARE UNDEF-LINE.
008120  01 UNDEF-LINE.
008130      02 UNDEF-SYMBOL-OUT PICTURE X(6).
008140      02 FILLER PICTURE XX.
008150      02 UNDEF-PPN-OUT PICTURE X(6).
008160      02 FILLER PICTURE XX.
008170      02 UNDEF-ELEMENT-OUT PICTURE X(6).
008180      02 FILLER PICTURE XX.
008190      02 UNDEF-EXTENS-OUT PICTURE X(3).
008200      02 FILLER PICTURE XX.
008210      02 UNDEF-REFS-OUT PICTURE X(116).
008220  FD DEADWOOD-LISTINGS LABEL RECORDS ARE STANDARD
008230      VALUE OF IDENTIFICATION IS DEADWOOD-LISTING-NAME
008240      DATA RECORDS ARE DEADWOOD-LINE.
008250  01 DEADWOOD-LINE.
008260      02 DEADWOOD-ELEMENT-OUT PICTURE X(6).
008270      02 FILLER PICTURE XX.
008280      02 DEADWOOD-PPN-OUT PICTURE X(6).
008290      02 FILLER PICTURE XX.
008300      02 DEADWOOD-EXTENS-OUT PICTURE X(3).
008310      02 FILLER PICTURE XX.
008320      02 DEADWOOD-COUNT-OUT PICTURE ZZZ9.
008330      02 FILLER PICTURE XX.
008340      02 DEADWOOD-TEXT-OUT PICTURE X(45).
008350* ONE RECORD PER DEFINING ELEMENT OF EACH SYMBOL
008360* GROUP (TYPE 'D', FLAGGED 'Y' WHEN ANY OTHER ELEMENT
008370* APPEARS IN THE GROUP), ONE PER RESOLVED REFERENCE
008380* (TYPE 'P', NAMING THE DEFINING ELEMENT), AND ONE
008390* PER ELEMENT TAKING A GLOBAL FROM A CATALOGED SYSTEM
008400* LIBRARY (TYPE 'L', NAMING THE LIBRARY MODULE IN
008410* AUXW-ON-ELEMENT AND THE LIBRARY IN AUXW-LIBRARY),
008420* ALL IN ONE FILE SO A SINGLE SORT BY ELEMENT SERVES
008430* CULDEDLST, CULDEPLST AND CULLIBLST ALIKE, AND THE
008440* DEPENDENCY EDGES CAN BE BANKED IN CORE ON THE WAY
008450* BY.
008460  FD AUX-WORK LABEL RECORDS ARE STANDARD
008470      VALUE OF IDENTIFICATION IS AUX-WORK-NAME
008480      DATA RECORDS ARE AUX-WORK-LINE.
008490  01 AUX-WORK-LINE.
008500      02 AUXW-ELEMENT-ID PICTURE X(6).
008510      02 AUXW-PPN-ID PICTURE X(6).
008520      02 AUXW-EXTENS-ID PICTURE X(3).
008530      02 AUXW-TYPE PICTURE X(1).
008540      02 AUXW-ON-ELEMENT PICTURE X(6).
008550      02 AUXW-SYMBOL PICTURE X(6).
008560      02 AUXW-TAKER-FLAG PICTURE X(1).
008570      02 AUXW-LIBRARY PICTURE X(6).
008580  FD DEPEND-LISTINGS LABEL RECORDS ARE STANDARD
008590      VALUE OF IDENTIFICATION IS DEPEND-LISTING-NAME
008600      DATA RECORDS ARE DEPEND-LINE.
008610  01 DEPEND-LINE.
008620      02 DEPEND-ELEMENT-OUT PICTURE X(6).
008630      02 FILLER PICTURE XX.
008640      02 DEPEND-PPN-OUT PICTURE X(6).
008650      02 FILLER PICTURE XX.
008660      02 DEPEND-EXTENS-OUT PICTURE X(3).
008670      02 FILLER PICTURE XX.
008680      02 DEPEND-ON-OUT PICTURE X(6).
008690      02 FILLER PICTURE XX.
008700      02 DEPEND-VIA-OUT PICTURE X(6).
008710  FD LIBRARY-LISTINGS LABEL RECORDS ARE STANDARD
008720      VALUE OF IDENTIFICATION IS LIBRARY-LISTING-NAME
008730      DATA RECORDS ARE LIBRARY-LINE.
008740  01 LIBRARY-LINE.
008750      02 LIBRARY-ELEMENT-OUT PICTURE X(6).
008760      02 FILLER PICTURE XX.
008770      02 LIBRARY-PPN-OUT PICTURE X(6).
008780      02 FILLER PICTURE XX.
008790      02 LIBRARY-EXTENS-OUT PICTURE X(3).
008800      02 FILLER PICTURE XX.
008810      02 LIBRARY-NAME-OUT PICTURE X(6).
008820      02 FILLER PICTURE XX.
008830      02 LIBRARY-MODULE-OUT PICTURE X(6).
008840      02 FILLER PICTURE XX.
008850      02 LIBRARY-VIA-OUT PICTURE X(6).
008860  FD IMPACT-LISTINGS LABEL RECORDS ARE STANDARD
008870      VALUE OF IDENTIFICATION IS IMPACT-LISTING-NAME
008880      DATA RECORDS ARE IMPACT-LINE.
008890  01 IMPACT-LINE.
008900      02 IMPACT-ELEMENT-OUT PICTURE X(6).
008910      02 FILLER PICTURE XX.
008920      02 IMPACT-HOW-OUT PICTURE X(8).
008930      02 FILLER PICTURE XX.
008940      02 IMPACT-VIA-ELEMENT-OUT PICTURE X(6).
008950      02 FILLER PICTURE XX.
008960      02 IMPACT-VIA-SYMBOL-OUT PICTURE X(6).
008970  FD ORDER-LISTINGS LABEL RECORDS ARE STANDARD
008980      VALUE OF IDENTIFICATION IS ORDER-LISTING-NAME
008990      DATA RECORDS ARE ORDER-LINE.
009000  01 ORDER-LINE.
009010      02 ORDER-LEVEL-OUT PICTURE ZZZ9.
009020      02 FILLER PICTURE XX.
009030      02 ORDER-ELEMENT-OUT PICTURE X(6).
009040      02 FILLER PICTURE XX.
009050      02 ORDER-TEXT-OUT PICTURE X(12).
009060      02 FILLER PICTURE XX.
009070      02 ORDER-ON-OUT PICTURE X(6).
009080      02 FILLER PICTURE XX.
009090      02 ORDER-VIA-OUT PICTURE X(6).
009100* ONE ELEMENT PER RECORD, CULSELLST FORM, WRITTEN IN
009110* PLACEMENT ORDER (LEAVES FIRST) SO THE DECK DRIVES A
009120* REBUILD OR A TARGETED CULL DIRECTLY.
009130  FD BUILD-ORDER-DECK LABEL RECORDS ARE STANDARD
009140      VALUE OF IDENTIFICATION IS BUILD-DECK-NAME
009150      DATA RECORDS ARE BUILD-DECK-LINE.
009160  01 BUILD-DECK-LINE.
009170      02 BUILD-DECK-ELEMENT PICTURE X(6).
009180  FD BAD-LISTINGS LABEL RECORDS ARE STANDARD
009190      VALUE OF IDENTIFICATION IS BAD-LISTING-NAME
009200      DATA RECORDS ARE BAD-LINE.
009210  01 BAD-LINE.
009220      02 BAD-PPN-OUT PICTURE X(6).
009230      02 FILLER PICTURE XX.
009240      02 BAD-FILE-OUT PICTURE X(6).
009250      02 FILLER PICTURE XX.
009260      02 BAD-EXT-OUT PICTURE X(3).
009270      02 FILLER PICTURE XX.
009280      02 BAD-STATUS-OUT PICTURE X(2).
009290      02 FILLER PICTURE XX.
009300      02 BAD-COUNT-OUT PICTURE ZZZZZ9.
009310      02 FILLER PICTURE XX.
009320      02 BAD-MSG-OUT PICTURE X(45).
009330  FD SELECTED-FILE-LIST LABEL RECORDS ARE STANDARD
009340      VALUE OF IDENTIFICATION IS SELECTED-FILE-LIST-NAME
009350      DATA RECORDS ARE SELECTED-FILE-LINE.
009360  01 SELECTED-FILE-LINE.
009370      02 SELECTED-FILE-NAME PICTURE X(6).
009380  FD CHANGED-ELEMENT-LIST LABEL RECORDS ARE STANDARD
009390      VALUE OF IDENTIFICATION IS CHANGED-LIST-NAME
009400      DATA RECORDS ARE CHANGED-ELEMENT-LINE.
009410  01 CHANGED-ELEMENT-LINE.
009420      02 CHANGED-ELEMENT-NAME PICTURE X(6).
009430  FD PREFIX-REGISTER LABEL RECORDS ARE STANDARD
009440      VALUE OF IDENTIFICATION IS PREFIX-REGISTER-NAME
009450      DATA RECORDS ARE PREFIX-REG-LINE.
009460  01 PREFIX-REG-LINE.
009470      02 REG-PREFIX PICTURE X(2).
009480      02 FILLER PICTURE X(1).
009490      02 REG-ELEMENT PICTURE X(6).
009500      02 FILLER PICTURE X(1).
009510      02 REG-PPN PICTURE X(6).
009520* ONE CARD PER CATALOGED GLOBAL.  CAT-SOURCE IS 'M'
009530* ON A CARD CULMAP ADDED FROM A LINK-10 MAP (WITH THE
009540* MAP'S FILE-PART IN CAT-MAP-FILE), BLANK OR 'H' ON A
009550* CARD KEPT BY HAND.
009560  FD LIBRARY-CATALOG LABEL RECORDS ARE STANDARD
009570      VALUE OF IDENTIFICATION IS LIBRARY-CATALOG-NAME
009580      DATA RECORDS ARE LIBRARY-CAT-LINE.
009590  01 LIBRARY-CAT-LINE.
009600      02 CAT-SYMBOL.
009610          03 CAT-COMMENT-FLAG PICTURE X(1).
009620          03 FILLER PICTURE X(5).
009630      02 FILLER PICTURE X(1).
009640      02 CAT-LIBRARY PICTURE X(6).
009650      02 FILLER PICTURE X(1).
009660      02 CAT-MODULE PICTURE X(6).
009670      02 FILLER PICTURE X(1).
009680      02 CAT-SOURCE PICTURE X(1).
009690      02 FILLER PICTURE X(1).
009700      02 CAT-MAP-FILE PICTURE X(6).
009710      02 FILLER PICTURE X(1).
009720      02 CAT-REMARK PICTURE X(42).
009730* ONE CARD PER REGISTER ENTRY: ELEMENT, PREFIX, PUBLIC
009740* OR CALLS, THE SUBSYSTEM IT SPEAKS FOR, AND THE
009750* ELEMENT, PREFIX, GLOBAL OR CALLED SUBSYSTEM ('*' FOR
009760* ANY) IT NAMES.
009770  FD SUBSYSTEM-REGISTER LABEL RECORDS ARE STANDARD
009780      VALUE OF IDENTIFICATION IS SUBSYSTEM-REGISTER-NAME
009790      DATA RECORDS ARE SUBSYSTEM-REG-LINE.
009800  01 SUBSYSTEM-REG-LINE.
009810      02 SUBR-KEYWORD.
009820          03 SUBR-COMMENT-FLAG PICTURE X(1).
009830          03 FILLER PICTURE X(7).
009840      02 SUBR-SUBSYSTEM PICTURE X(6).
009850      02 FILLER PICTURE X(1).
009860      02 SUBR-VALUE.
009870          03 SUBR-VALUE-CHAR PICTURE X(1) OCCURS 6 TIMES.
009880      02 FILLER PICTURE X(1).
009890      02 SUBR-REMARK PICTURE X(50).
009900  FD STANDARD-LISTINGS LABEL RECORDS ARE STANDARD
009910      VALUE OF IDENTIFICATION IS STANDARD-LISTING-NAME
009920      DATA RECORDS ARE STANDARD-LINE.
009930  01 STANDARD-LINE.
009940      02 STANDARD-SYMBOL-OUT PICTURE X(6).
009950      02 FILLER PICTURE XX.
009960      02 STANDARD-PREFIX-OUT PICTURE X(2).
009970      02 FILLER PICTURE XX.
009980      02 STANDARD-ELEMENT-OUT PICTURE X(6).
009990      02 FILLER PICTURE XX.
010000      02 STANDARD-PPN-OUT PICTURE X(6).
010010      02 FILLER PICTURE XX.
010020      02 STANDARD-TEXT-OUT PICTURE X(32).
010030  FD CKPT-FILE LABEL RECORDS ARE STANDARD
010040      VALUE OF IDENTIFICATION IS CKPT-FILE-NAME
010050      DATA RECORDS ARE CKPT-LINE.
010060  01 CKPT-LINE.
010070      02 CKPT-PPN PICTURE X(6).
010080      02 CKPT-FILE-PART PICTURE X(6).
010090      02 CKPT-EXTENS PICTURE X(3).
010100      02 CKPT-FILES-CULLED PICTURE 9(6).
010110      02 CKPT-INCREMENTAL PICTURE X(1).
010120  FD PARAM-FILE LABEL RECORDS ARE STANDARD
010130      VALUE OF IDENTIFICATION IS PARAM-FILE-NAME
010140      DATA RECORDS ARE PARAM-LINE.
010150  01 PARAM-LINE.
010160      02 PARAM-KEYWORD PICTURE X(8).
010170      02 PARAM-VALUE PICTURE X(72).
010180  FD WORK-FILE LABEL RECORDS ARE STANDARD
010190      VALUE OF IDENTIFICATION IS WORK-FILE-NAME
010200      DATA RECORDS ARE WORK-LINE.
010210  01 WORK-LINE.
010220      02 WORK-SYMBOL-ID PICTURE X(6).
010230      02 WORK-ELEMENT-ID PICTURE X(6).
010240      02 WORK-PPN-ID PICTURE X(6).
010250      02 WORK-EXTENS-ID PICTURE X(3).
010260      02 WORK-SYMBOL-REFS PICTURE X(120).
010270* LAST RUN'S COMPLETE CULLED SNAPSHOT, SAVED BY
010280* DO-DELTA-REPORT IN WORK-LINE FORM AND ORDER SO THE
010290* NEXT RUN CAN BE MATCHED AGAINST IT STREAMWISE.
010300  FD PRIOR-CULL LABEL RECORDS ARE STANDARD
010310      VALUE OF IDENTIFICATION IS PRIOR-CULL-NAME
010320      DATA RECORDS ARE PRIOR-LINE.
010330  01 PRIOR-LINE.
010340      02 PRIOR-SYMBOL-ID PICTURE X(6).
010350      02 PRIOR-ELEMENT-ID PICTURE X(6).
010360      02 PRIOR-PPN-ID PICTURE X(6).
010370      02 PRIOR-EXTENS-ID PICTURE X(3).
010380      02 PRIOR-SYMBOL-REFS PICTURE X(120).
010390* THIS RUN'S SNAPSHOT, BUILT AS CULPRV.TMP AND COPIED
010400* OVER CULPRV.DAT WHEN THE RUN COMMITS.
010410  FD NEW-PRIOR-CULL LABEL RECORDS ARE STANDARD
010420      VALUE OF IDENTIFICATION IS NEW-PRIOR-CULL-NAME
010430      DATA RECORDS ARE NEW-PRIOR-LINE.
010440  01 NEW-PRIOR-LINE PICTURE X(141).
010450  FD DELTA-LISTINGS LABEL RECORDS ARE STANDARD
010460      VALUE OF IDENTIFICATION IS DELTA-LISTING-NAME
010470      DATA RECORDS ARE DELTA-LINE.
010480  01 DELTA-LINE.
010490      02 DELTA-SYMBOL-OUT PICTURE X(6).
010500      02 FILLER PICTURE XX.
010510      02 DELTA-TEXT-OUT PICTURE X(30).
010520      02 FILLER PICTURE XX.
010530      02 DELTA-ELEMENT-OUT PICTURE X(6).
010540      02 FILLER PICTURE XX.
010550      02 DELTA-ELEMENT-2-OUT PICTURE X(6).
010560* ONE RECORD PER FULL SWEEP, APPENDED FOREVER: RUN
010570* STAMP, WHAT WAS SWEPT, AND THE TEN RUN COUNTS IN
010580* THE ORDER FILES, SORT LINES, SYMBOLS, ORPHANS,
010590* MULTIPLY-DEFINED, UNDEFINED, DEADWOOD, NAMING,
010600* STALE LISTINGS, MISSING LISTINGS.  RECORDS WRITTEN
010610* BEFORE THE LAST TWO COUNTS WERE ADDED READ BACK
010620* WITH THEM ZERO.
010630  FD HISTORY-FILE LABEL RECORDS ARE STANDARD
010640      VALUE OF IDENTIFICATION IS HISTORY-FILE-NAME
010650      DATA RECORDS ARE HISTORY-LINE.
010660  01 HISTORY-LINE.
010670      02 HIST-DATE PICTURE X(6).
010680      02 FILLER PICTURE X(1).
010690      02 HIST-TIME PICTURE X(4).
010700      02 FILLER PICTURE X(1).
010710      02 HIST-PPNS PICTURE X(56).
010720      02 HIST-EXTS PICTURE X(16).
010730      02 HIST-COUNT-ENTRY OCCURS 10 TIMES.
010740          03 HIST-COUNT PICTURE 9(6).
010750          03 FILLER PICTURE X(1).
010760* THE HISTORY SO FAR PLUS THIS RUN'S RECORD, BUILT AS
010770* CULHIS.TMP AND COPIED OVER CULHIS.DAT WHEN THE RUN
010780* COMMITS, SO A RUN CAN NEVER APPEND TWICE.
010790  FD NEW-HISTORY-FILE LABEL RECORDS ARE STANDARD
010800      VALUE OF IDENTIFICATION IS NEW-HISTORY-FILE-NAME
010810      DATA RECORDS ARE NEW-HISTORY-LINE.
010820  01 NEW-HISTORY-LINE.
010830      02 NHIST-DATE PICTURE X(6).
010840      02 FILLER PICTURE X(1).
010850      02 NHIST-TIME PICTURE X(4).
010860      02 FILLER PICTURE X(1).
010870      02 NHIST-PPNS PICTURE X(56).
010880      02 NHIST-EXTS PICTURE X(16).
010890      02 NHIST-COUNT-ENTRY OCCURS 10 TIMES.
010900          03 NHIST-COUNT PICTURE 9(6).
010910          03 FILLER PICTURE X(1).
010920  FD TREND-LISTINGS LABEL RECORDS ARE STANDARD
010930      VALUE OF IDENTIFICATION IS TREND-LISTING-NAME
010940      DATA RECORDS ARE TREND-LINE.
010950  01 TREND-LINE.
010960      02 TREND-DATE-OUT PICTURE X(6).
010970      02 FILLER PICTURE XX.
010980      02 TREND-TIME-OUT PICTURE X(4).
010990      02 FILLER PICTURE XX.
011000      02 TREND-COUNT-ENTRY OCCURS 10 TIMES.
011010          03 TREND-COUNT-OUT PICTURE ZZZZZ9.
011020          03 FILLER PICTURE X(1).
011030* ONE RECORD PER ELEMENT STILL AGING TOWARD
011040* RETIREMENT: WHERE IT LIVES AND HOW MANY CONSECUTIVE
011050* FULL SWEEPS IT HAS NOW BEEN DEAD.  REWRITTEN EVERY
011060* FULL SWEEP; DROPPING OFF CULDEDLST DROPS THE RECORD.
011070  FD AGING-FILE LABEL RECORDS ARE STANDARD
011080      VALUE OF IDENTIFICATION IS AGING-FILE-NAME
011090      DATA RECORDS ARE AGING-LINE.
011100  01 AGING-LINE.
011110      02 AGE-ELEMENT PICTURE X(6).
011120      02 AGE-PPN PICTURE X(6).
011130      02 AGE-EXTENS PICTURE X(3).
011140      02 AGE-RUNS PICTURE 9(3).
011150* THE NEXT AGING FILE, BUILT AS CULAGE.TMP AND COPIED
011160* OVER CULAGE.DAT WHEN THE RUN COMMITS.
011170  FD NEW-AGING-FILE LABEL RECORDS ARE STANDARD
011180      VALUE OF IDENTIFICATION IS NEW-AGING-FILE-NAME
011190      DATA RECORDS ARE NEW-AGING-LINE.
011200  01 NEW-AGING-LINE.
011210      02 NAGE-ELEMENT PICTURE X(6).
011220      02 NAGE-PPN PICTURE X(6).
011230      02 NAGE-EXTENS PICTURE X(3).
011240      02 NAGE-RUNS PICTURE 9(3).
011250* ONE HEADER RECORD PER CHANGE SENT TO THE BOARD,
011260* FOLLOWED BY ITS DECLARED (C) AND PREDICTED (I)
011270* ELEMENTS.  STATE A IS AWAITING INSTALLATION, C IS
011280* CONFIRMED AND R NEEDS REVIEW; THE CLOSING DATE AND
011290* GENERATION ARE THOSE OF THE RECONCILING RUN.
011300  FD CHANGE-REQUESTS LABEL RECORDS ARE STANDARD
011310      VALUE OF IDENTIFICATION IS CHANGE-REQUEST-NAME
011320      DATA RECORDS ARE CHANGE-REQUEST-LINE.
011330  01 CHANGE-REQUEST-LINE.
011340      02 CRQ-TYPE PICTURE X(1).
011350      02 FILLER PICTURE X(1).
011360      02 CRQ-NUMBER PICTURE X(8).
011370      02 FILLER PICTURE X(1).
011380      02 CRQ-STATE PICTURE X(1).
011390      02 FILLER PICTURE X(1).
011400      02 CRQ-BANKED-DATE PICTURE X(6).
011410      02 FILLER PICTURE X(1).
011420      02 CRQ-BANKED-GEN PICTURE 9(6).
011430      02 FILLER PICTURE X(1).
011440      02 CRQ-CLOSED-DATE PICTURE X(6).
011450      02 FILLER PICTURE X(1).
011460      02 CRQ-CLOSED-GEN PICTURE 9(6).
011470  01 CHANGE-REQUEST-ELEMENT-LINE.
011480      02 FILLER PICTURE X(11).
011490      02 CRQ-ELEMENT PICTURE X(6).
011500      02 FILLER PICTURE X(23).
011510* THE NEXT CHANGE-REQUEST FILE, BUILT AS CULCRQ.TMP
011520* AND COPIED OVER CULCRQ.DAT WHEN THE RUN COMMITS.
011530  FD NEW-CHANGE-REQUESTS LABEL RECORDS ARE STANDARD
011540      VALUE OF IDENTIFICATION IS NEW-CHANGE-REQUEST-NAME
011550      DATA RECORDS ARE NEW-CHANGE-REQUEST-LINE.
011560  01 NEW-CHANGE-REQUEST-LINE PICTURE X(40).
011570  FD RECONCILE-LISTINGS LABEL RECORDS ARE STANDARD
011580      VALUE OF IDENTIFICATION IS RECONCILE-LISTING-NAME
011590      DATA RECORDS ARE RECONCILE-LINE.
011600  01 RECONCILE-LINE.
011610      02 RCN-CHANGE-OUT PICTURE X(8).
011620      02 FILLER PICTURE XX.
011630      02 RCN-TEXT-OUT PICTURE X(30).
011640      02 FILLER PICTURE XX.
011650      02 RCN-ELEMENT-OUT PICTURE X(6).
011660      02 FILLER PICTURE XX.
011670      02 RCN-SYMBOL-OUT PICTURE X(6).
011680      02 FILLER PICTURE XX.
011690      02 RCN-ELEMENT-2-OUT PICTURE X(6).
011700  FD RETIRE-LISTINGS LABEL RECORDS ARE STANDARD
011710      VALUE OF IDENTIFICATION IS RETIRE-LISTING-NAME
011720      DATA RECORDS ARE RETIRE-LINE.
011730  01 RETIRE-LINE.
011740      02 RETIRE-ELEMENT-OUT PICTURE X(6).
011750      02 FILLER PICTURE XX.
011760      02 RETIRE-PPN-OUT PICTURE X(6).
011770      02 FILLER PICTURE XX.
011780      02 RETIRE-EXTENS-OUT PICTURE X(3).
011790      02 FILLER PICTURE XX.
011800      02 RETIRE-RUNS-OUT PICTURE ZZZ9.
011810      02 FILLER PICTURE XX.
011820      02 RETIRE-TEXT-OUT PICTURE X(40).
011830* ONE 6-CHARACTER FILE-PART PER RECORD, CULSELLST
011840* FORM, READY TO HAND TO OPERATIONS.
011850  FD ARCHIVE-DECK LABEL RECORDS ARE STANDARD
011860      VALUE OF IDENTIFICATION IS ARCHIVE-DECK-NAME
011870      DATA RECORDS ARE ARCHIVE-DECK-LINE.
011880  01 ARCHIVE-DECK-LINE.
011890      02 ARCHIVE-ELEMENT PICTURE X(6).
011900  FD RUN-LISTINGS LABEL RECORDS ARE STANDARD
011910      VALUE OF IDENTIFICATION IS RUN-LISTING-NAME
011920      DATA RECORDS ARE RUN-LINE.
011930  01 RUN-LINE PICTURE X(85).
011940* ONE RECORD PER FILE-PART CULLED, CAPTURED DURING
011950* THE SWEEP AND PLAYED BACK BY THE MAINLINE AUDIT
011960* PASS, SO NOTHING INSIDE THE SORT INPUT PROCEDURE
011970* EVER TOUCHES THE CULRUNLST PAGING.
011980  FD DETAIL-WORK LABEL RECORDS ARE STANDARD
011990      VALUE OF IDENTIFICATION IS DETAIL-WORK-NAME
012000      DATA RECORDS ARE DETAIL-WORK-LINE.
012010  01 DETAIL-WORK-LINE.
012020      02 RDET-PPN-ID PICTURE X(6).
012030      02 RDET-FILE-ID PICTURE X(6).
012040      02 RDET-EXTENS-ID PICTURE X(3).
012050      02 RDET-RECORD-COUNT PICTURE 9(6).
012060      02 RDET-BAD-FLAG PICTURE X(1).
012070      02 RDET-BANK-FLAG PICTURE X(1).
012080* ONE RECORD PER RESOLVED REFERENCE THAT CROSSES A
012090* SUBSYSTEM BOUNDARY, CAPTURED AS THE AUX SORT RETURNS
012100* ITS DEPENDENCY RECORDS AND PRINTED ON CULSUBLST BY
012110* THE MAINLINE, SO THE SORT NEVER TOUCHES THE PAGING.
012120* THE FLAGS ARE 'Y' FOR A CALL INTO AN UNPUBLISHED
012130* GLOBAL AND FOR A CALL THE REGISTER FORBIDS.
012140  FD SUBSYSTEM-WORK LABEL RECORDS ARE STANDARD
012150      VALUE OF IDENTIFICATION IS SUBSYSTEM-WORK-NAME
012160      DATA RECORDS ARE SUBSYSTEM-WORK-LINE.
012170  01 SUBSYSTEM-WORK-LINE.
012180      02 SUBW-ELEMENT PICTURE X(6).
012190      02 SUBW-PPN PICTURE X(6).
012200      02 SUBW-EXTENS PICTURE X(3).
012210      02 SUBW-FROM-INDEX PICTURE 9(2).
012220      02 SUBW-ON-ELEMENT PICTURE X(6).
012230      02 SUBW-TO-INDEX PICTURE 9(2).
012240      02 SUBW-SYMBOL PICTURE X(6).
012250      02 SUBW-INTERNAL-FLAG PICTURE X(1).
012260      02 SUBW-FORBID-FLAG PICTURE X(1).
012270* ONE RECORD PER RUN, APPENDED FOREVER: RUN STAMP,
012280* START AND END TIMES, FILES AND CREF RECORDS READ,
012290* THE CULBADLST TALLY, WHETHER A CHECKPOINT RESUME
012300* FIRED, WHAT WAS SWEPT, THE CARRY-FORWARD GENERATION
012310* IN FORCE WHEN THE RUN ENDED, AND WHETHER THE RUN
012320* COMMITTED THAT GENERATION ITSELF.
012330  FD LOG-FILE LABEL RECORDS ARE STANDARD
012340      VALUE OF IDENTIFICATION IS LOG-FILE-NAME
012350      DATA RECORDS ARE LOG-LINE.
012360  01 LOG-LINE.
012370      02 RLOG-DATE PICTURE X(6).
012380      02 FILLER PICTURE X(1).
012390      02 RLOG-START PICTURE X(5).
012400      02 FILLER PICTURE X(1).
012410      02 RLOG-END PICTURE X(5).
012420      02 FILLER PICTURE X(1).
012430      02 RLOG-FILES PICTURE 9(6).
012440      02 FILLER PICTURE X(1).
012450      02 RLOG-RECORDS PICTURE 9(8).
012460      02 FILLER PICTURE X(1).
012470      02 RLOG-BAD PICTURE 9(6).
012480      02 FILLER PICTURE X(1).
012490      02 RLOG-RESUMED PICTURE X(1).
012500      02 FILLER PICTURE X(1).
012510      02 RLOG-PPNS PICTURE X(56).
012520      02 RLOG-EXTS PICTURE X(16).
012530      02 FILLER PICTURE X(1).
012540      02 RLOG-GENERATION PICTURE 9(6).
012550      02 FILLER PICTURE X(1).
012560      02 RLOG-COMMITTED PICTURE X(1).
012570* THE RUN CONTROL RECORD: ONE RECORD NAMING THE
012580* CARRY-FORWARD SET NOW IN FORCE -- ITS GENERATION,
012590* THE DATE AND TIME OF THE RUN THAT BUILT IT, WHAT
012600* THAT RUN SWEPT -- AND WHETHER THE SET IS COMMITTED
012610* ('C') OR STILL BEING COPIED INTO PLACE ('P').
012620  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
012630      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
012640      DATA RECORDS ARE RUN-CONTROL-LINE.
012650  01 RUN-CONTROL-LINE.
012660      02 CTL-GENERATION PICTURE 9(6).
012670      02 FILLER PICTURE X(1).
012680      02 CTL-RUN-DATE PICTURE X(6).
012690      02 FILLER PICTURE X(1).
012700      02 CTL-RUN-TIME PICTURE X(4).
012710      02 FILLER PICTURE X(1).
012720      02 CTL-STATE PICTURE X(1).
012730      02 FILLER PICTURE X(1).
012740      02 CTL-PPNS PICTURE X(56).
012750      02 CTL-EXTS PICTURE X(16).
012760  FD GATE-LISTINGS LABEL RECORDS ARE STANDARD
012770      VALUE OF IDENTIFICATION IS GATE-LISTING-NAME
012780      DATA RECORDS ARE GATE-LINE.
012790  01 GATE-LINE.
012800      02 GATE-TEXT-OUT PICTURE X(34).
012810      02 GATE-COUNT-OUT PICTURE ZZZZZ9.
012820      02 FILLER PICTURE XX.
012830      02 GATE-LIMIT-OUT PICTURE ZZZZZ9.
012840      02 FILLER PICTURE XX.
012850      02 GATE-VERDICT-OUT PICTURE X(12).
012860      02 FILLER PICTURE X(23).
012870  FD DUP-LISTINGS LABEL RECORDS ARE STANDARD
012880      VALUE OF IDENTIFICATION IS DUP-LISTING-NAME
012890      DATA RECORDS ARE DUP-LINE.
012900  01 DUP-LINE.
012910      02 DUP-ELEMENT-1-OUT PICTURE X(6).
012920      02 FILLER PICTURE XX.
012930      02 DUP-PPN-1-OUT PICTURE X(6).
012940      02 FILLER PICTURE XX.
012950      02 DUP-ELEMENT-2-OUT PICTURE X(6).
012960      02 FILLER PICTURE XX.
012970      02 DUP-PPN-2-OUT PICTURE X(6).
012980      02 FILLER PICTURE XX.
012990      02 DUP-SHARED-OUT PICTURE ZZZ9.
013000      02 FILLER PICTURE XX.
013010      02 DUP-TOTAL-1-OUT PICTURE ZZZ9.
013020      02 FILLER PICTURE XX.
013030      02 DUP-TOTAL-2-OUT PICTURE ZZZ9.
013040      02 FILLER PICTURE XX.
013050      02 DUP-TEXT-OUT PICTURE X(25).
013060  FD COVER-LISTINGS LABEL RECORDS ARE STANDARD
013070      VALUE OF IDENTIFICATION IS COVER-LISTING-NAME
013080      DATA RECORDS ARE COVER-LINE.
013090  01 COVER-LINE PICTURE X(85).
013100  FD SUBSYSTEM-LISTINGS LABEL RECORDS ARE STANDARD
013110      VALUE OF IDENTIFICATION IS SUBSYSTEM-LISTING-NAME
013120      DATA RECORDS ARE SUBSYSTEM-LINE.
013130  01 SUBSYSTEM-LINE PICTURE X(85).
013140* KEYED MASTERS FOR CULQRY.  ONE RECORD PER CULLED
013150* LINE, NUMBERED WITHIN ITS KEY SO EVERY RECORD HAS A
013160* UNIQUE (NAME, SEQUENCE) KEY AND A WHOLE GROUP CAN BE
013170* PICKED UP WITH ONE START AND SEQUENTIAL READS.  THE
013180* RUN BUILDS THEM UNDER CULSYM.TMP AND CULELE.TMP,
013190* EACH LED BY A STAMP RECORD -- BLANK NAME, SEQUENCE
013200* ZERO, THE RUN STAMP IN THE REFERENCE TEXT -- AND
013210* COMMIT-RUN-SET COPIES THEM OVER THE .MAS PAIR.
013220  FD NEW-SYM-MASTER LABEL RECORDS ARE STANDARD
013230      VALUE OF IDENTIFICATION IS NEW-SYM-MASTER-NAME
013240      DATA RECORDS ARE SYM-MASTER-RECORD.
013250  01 SYM-MASTER-RECORD.
013260      02 SYMQ-KEY.
013270          03 SYMQ-SYMBOL PICTURE X(6).
013280          03 SYMQ-SEQ PICTURE 9(4).
013290      02 SYMQ-ELEMENT PICTURE X(6).
013300      02 SYMQ-PPN PICTURE X(6).
013310      02 SYMQ-EXTENS PICTURE X(3).
013320      02 SYMQ-DEFN-FLAG PICTURE X(1).
013330      02 SYMQ-REFS PICTURE X(120).
013340  FD NEW-ELEM-MASTER LABEL RECORDS ARE STANDARD
013350      VALUE OF IDENTIFICATION IS NEW-ELEM-MASTER-NAME
013360      DATA RECORDS ARE ELEM-MASTER-RECORD.
013370  01 ELEM-MASTER-RECORD.
013380      02 ELEMQ-KEY.
013390          03 ELEMQ-ELEMENT PICTURE X(6).
013400          03 ELEMQ-SEQ PICTURE 9(4).
013410      02 ELEMQ-SYMBOL PICTURE X(6).
013420      02 ELEMQ-PPN PICTURE X(6).
013430      02 ELEMQ-EXTENS PICTURE X(3).
013440      02 ELEMQ-DEFN-FLAG PICTURE X(1).
013450      02 ELEMQ-REFS PICTURE X(120).
013460  FD SYM-MASTER LABEL RECORDS ARE STANDARD
013470      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
013480      DATA RECORDS ARE SYM-MASTER-COPY.
013490  01 SYM-MASTER-COPY.
013500      02 SYMC-KEY PICTURE X(10).
013510      02 FILLER PICTURE X(136).
013520  FD ELEM-MASTER LABEL RECORDS ARE STANDARD
013530      VALUE OF IDENTIFICATION IS ELEM-MASTER-NAME
013540      DATA RECORDS ARE ELEM-MASTER-COPY.
013550  01 ELEM-MASTER-COPY.
013560      02 ELEMC-KEY PICTURE X(10).
013570      02 FILLER PICTURE X(136).
013580* OVERFLOW OF THE IN-CORE GROUP-BUFFER.  A SYMBOL
013590* GROUP BIGGER THAN THE TABLE RUNS ON INTO THIS FILE
013600* AND EVERY GROUP WALK READS IT BACK IN ORDER, SO A
013610* GROUP OF ANY SIZE IS HANDLED COMPLETELY.
013620  FD GROUP-SPILL LABEL RECORDS ARE STANDARD
013630      VALUE OF IDENTIFICATION IS GROUP-SPILL-NAME
013640      DATA RECORDS ARE GROUP-SPILL-LINE.
013650  01 GROUP-SPILL-LINE.
013660      02 SPILL-SYMBOL-ID PICTURE X(6).
013670      02 SPILL-PPN-ID PICTURE X(6).
013680      02 SPILL-ELEMENT-ID PICTURE X(6).
013690      02 SPILL-EXTENS-ID PICTURE X(3).
013700      02 SPILL-SYMBOL-REFS PICTURE X(120).
013710* PERMANENT RECORD OF EVERY SORT-LINE ALREADY RELEASED
013720* BY A PRIOR, CHECKPOINTED RUN.  REPLAYED BACK INTO
013730* SORT-FILE ON A RESUMED RUN SO A CHECKPOINT NEVER
013740* DROPS DATA (SEE REPLAY-ACCUMULATOR).
013750  FD ACCUM-FILE LABEL RECORDS ARE STANDARD
013760      VALUE OF IDENTIFICATION IS ACCUM-FILE-NAME
013770      DATA RECORDS ARE ACCUM-LINE.
013780  01 ACCUM-LINE.
013790      02 ACCUM-SYMBOL-ID PICTURE X(6).
013800      02 ACCUM-ELEMENT-ID PICTURE X(6).
013810      02 ACCUM-PPN-ID PICTURE X(6).
013820      02 ACCUM-EXTENS-ID PICTURE X(3).
013830      02 ACCUM-SYMBOL-REFS PICTURE X(120).
013840* THE INCREMENTAL CULL'S LISTING BANK.  CULLSB.DAT
013850* HOLDS ONE IDENTITY RECORD PER LISTING BANKED --
013860* WHERE IT LIVES, ITS UFD WRITE DATE AND SIZE, AND
013870* HOW MANY CREF RECORDS IT HAD -- AND CULLSL.DAT THE
013880* SORT-LINES IT CONTRIBUTED, IN WORK-LINE FORM, WITH
013890* EACH LISTING'S LINES TOGETHER.  EACH RUN BUILDS
013900* THE NEXT BANK IN THE .TMP PAIR AND COPIES IT OVER
013910* THE .DAT PAIR ONLY WHEN THE SWEEP IS COMPLETE.
013920  FD LISTING-BANK LABEL RECORDS ARE STANDARD
013930      VALUE OF IDENTIFICATION IS LISTING-BANK-NAME
013940      DATA RECORDS ARE LISTING-BANK-LINE.
013950  01 LISTING-BANK-LINE.
013960      02 LBNK-PPN PICTURE X(6).
013970      02 LBNK-FILE PICTURE X(6).
013980      02 LBNK-EXTENS PICTURE X(3).
013990      02 LBNK-WRITE-STAMP PICTURE X(10).
014000      02 LBNK-FILE-SIZE PICTURE X(6).
014010      02 LBNK-RECORDS PICTURE 9(6).
014020  FD NEW-LISTING-BANK LABEL RECORDS ARE STANDARD
014030      VALUE OF IDENTIFICATION IS NEW-LISTING-BANK-NAME
014040      DATA RECORDS ARE NEW-LISTING-BANK-LINE.
014050  01 NEW-LISTING-BANK-LINE.
014060      02 NBNK-PPN PICTURE X(6).
014070      02 NBNK-FILE PICTURE X(6).
014080      02 NBNK-EXTENS PICTURE X(3).
014090      02 NBNK-WRITE-STAMP PICTURE X(10).
014100      02 NBNK-FILE-SIZE PICTURE X(6).
014110      02 NBNK-RECORDS PICTURE 9(6).
014120  FD BANKED-LINES LABEL RECORDS ARE STANDARD
014130      VALUE OF IDENTIFICATION IS BANKED-LINES-NAME
014140      DATA RECORDS ARE BANKED-LINE.
014150  01 BANKED-LINE.
014160      02 BLIN-SYMBOL-ID PICTURE X(6).
014170      02 BLIN-ELEMENT-ID PICTURE X(6).
014180      02 BLIN-PPN-ID PICTURE X(6).
014190      02 BLIN-EXTENS-ID PICTURE X(3).
014200      02 BLIN-SYMBOL-REFS PICTURE X(120).
014210  FD NEW-BANKED-LINES LABEL RECORDS ARE STANDARD
014220      VALUE OF IDENTIFICATION IS NEW-BANKED-LINES-NAME
014230      DATA RECORDS ARE NEW-BANKED-LINE.
014240  01 NEW-BANKED-LINE.
014250      02 NBLIN-SYMBOL-ID PICTURE X(6).
014260      02 NBLIN-ELEMENT-ID PICTURE X(6).
014270      02 NBLIN-PPN-ID PICTURE X(6).
014280      02 NBLIN-EXTENS-ID PICTURE X(3).
014290      02 NBLIN-SYMBOL-REFS PICTURE X(120).
014300  SD SORT-FILE DATA RECORDS ARE SORT-LINE.
014310  01 SORT-LINE.
014320      02 SYMBOL-ID PICTURE X(6).
014330      02 ELEMENT-ID PICTURE X(6).
014340      02 PPN-ID PICTURE X(6).
014350      02 EXTENS-ID PICTURE X(3).
014360      02 SYMBOL-REFS PICTURE X(120).
014370  SD SORT-FILE-2 DATA RECORDS ARE SORT-LINE-2.
014380  01 SORT-LINE-2.
014390      02 SYMBOL-ID-2 PICTURE X(6).
014400      02 ELEMENT-ID-2 PICTURE X(6).
014410      02 PPN-ID-2 PICTURE X(6).
014420      02 EXTENS-ID-2 PICTURE X(3).
014430      02 SYMBOL-REFS-2 PICTURE X(120).
014440  SD SORT-FILE-3 DATA RECORDS ARE SORT-LINE-3.
014450  01 SORT-LINE-3.
014460      02 ELEMENT-ID-3 PICTURE X(6).
014470      02 PPN-ID-3 PICTURE X(6).
014480      02 EXTENS-ID-3 PICTURE X(3).
014490      02 TYPE-ID-3 PICTURE X(1).
014500      02 ON-ELEMENT-ID-3 PICTURE X(6).
014510      02 SYMBOL-ID-3 PICTURE X(6).
014520      02 TAKER-FLAG-3 PICTURE X(1).
014530      02 LIBRARY-ID-3 PICTURE X(6).

014540  WORKING-STORAGE SECTION.
014550  77 COMBINED-LISTING-NAME PICTURE X(9)
014560      VALUE IS 'COMBINLST'.
014570  77 ELEMENT-LISTING-NAME PICTURE X(9)
014580      VALUE IS 'ELEMENLST'.
014590  77 ORPHAN-LISTING-NAME PICTURE X(9)
014600      VALUE IS 'ORPHANLST'.
014610  77 UNDEF-LISTING-NAME PICTURE X(9)
014620      VALUE IS 'CULUNDLST'.
014630  77 DEADWOOD-LISTING-NAME PICTURE X(9)
014640      VALUE IS 'CULDEDLST'.
014650  77 AUX-WORK-NAME PICTURE X(9)
014660      VALUE IS 'CULAUXTMP'.
014670  77 DEPEND-LISTING-NAME PICTURE X(9)
014680      VALUE IS 'CULDEPLST'.
014690  77 LIBRARY-LISTING-NAME PICTURE X(9)
014700      VALUE IS 'CULLIBLST'.
014710  77 IMPACT-LISTING-NAME PICTURE X(9)
014720      VALUE IS 'CULIMPLST'.
014730  77 RECONCILE-LISTING-NAME PICTURE X(9)
014740      VALUE IS 'CULRCNLST'.
014750  77 CHANGE-REQUEST-NAME PICTURE X(9)
014760      VALUE IS 'CULCRQDAT'.
014770  77 CHANGE-REQUEST-STATUS PICTURE X(2).
014780  77 ORDER-LISTING-NAME PICTURE X(9)
014790      VALUE IS 'CULORDLST'.
014800  77 BUILD-DECK-NAME PICTURE X(9)
014810      VALUE IS 'CULBLDDAT'.
014820  77 CHANGED-LIST-NAME PICTURE X(9)
014830      VALUE IS 'CULCHGLST'.
014840  77 CHANGED-FILE-STATUS PICTURE X(2).
014850  77 PRIOR-CULL-NAME PICTURE X(9)
014860      VALUE IS 'CULPRVDAT'.
014870  77 PRIOR-FILE-STATUS PICTURE X(2).
014880  77 DELTA-LISTING-NAME PICTURE X(9)
014890      VALUE IS 'CULDIFLST'.
014900  77 HISTORY-FILE-NAME PICTURE X(9)
014910      VALUE IS 'CULHISDAT'.
014920  77 HISTORY-FILE-STATUS PICTURE X(2).
014930  77 TREND-LISTING-NAME PICTURE X(9)
014940      VALUE IS 'CULTRNLST'.

014950*  THE LAST N RUNS KEPT FROM CULHIS.DAT FOR THE TREND
014960*  REPORT, OLDEST FIRST; EARLIER RUNS ARE SHIFTED OUT
014970*  AS LATER ONES ARRIVE.
014980  01 HIST-KEEP-TABLE.
014990      02 HIST-KEEP-ENTRY OCCURS 24 TIMES.
015000          03 HK-DATE PICTURE X(6).
015010          03 HK-TIME PICTURE X(4).
015020          03 HK-COUNT PICTURE 9(6) OCCURS 10 TIMES.
015030  77 HIST-KEPT-COUNT PICTURE 9(2) VALUE IS ZERO.
015040  77 HIST-KEEP-INDEX PICTURE 9(2).
015050  77 HIST-SHIFT-INDEX PICTURE 9(2).
015060  77 TREND-RUNS-WANTED PICTURE 9(2) VALUE IS 12.
015070  77 DEADWOOD-RUNS-WANTED PICTURE 9(2) VALUE IS 3.
015080  77 TREND-COUNT-INDEX PICTURE 9(2).
015090  77 TREND-DIFF-WORK PICTURE S9(6).
015100  77 PARAM-NUMBER-VALUE PICTURE 9(4).
015110  01 TREND-TITLES.
015120      02 FILLER PICTURE X(14) VALUE IS 'DATE    TIME'.
015130      02 FILLER PICTURE X(7) VALUE IS ' FILES'.
015140      02 FILLER PICTURE X(7) VALUE IS ' LINES'.
015150      02 FILLER PICTURE X(7) VALUE IS '  SYMS'.
015160      02 FILLER PICTURE X(7) VALUE IS ' ORPHN'.
015170      02 FILLER PICTURE X(7) VALUE IS ' MULDF'.
015180      02 FILLER PICTURE X(7) VALUE IS ' UNDEF'.
015190      02 FILLER PICTURE X(7) VALUE IS ' DEADW'.
015200      02 FILLER PICTURE X(7) VALUE IS ' STDEX'.
015210      02 FILLER PICTURE X(7) VALUE IS ' STALE'.
015220      02 FILLER PICTURE X(7) VALUE IS ' MISNG'.
015230  01 TREND-DIFF-COMPOSER.
015240      02 FILLER PICTURE X(6) VALUE IS 'CHANGE'.
015250      02 FILLER PICTURE X(8) VALUE IS SPACES.
015260      02 TRENDD-ENTRY OCCURS 10 TIMES.
015270          03 TRENDD-COUNT-OUT PICTURE ZZZZZ9-.
015280  77 TREND-TARGETED-NOTE PICTURE X(35) VALUE IS
015290      'TARGETED CULL - HISTORY NOT UPDATED'.

015300*  DEADWOOD RETIREMENT.  THE DEADWOOD REPORT PASS
015310*  NOTES THIS SWEEP'S DEAD ELEMENTS IN DEAD-NOW-TABLE;
015320*  THE AGING PASS MATCHES THEM AGAINST LAST SWEEP'S
015330*  CULAGE.DAT COUNTS AND REWRITES THE FILE.
015340  01 DEAD-NOW-TABLE.
015350      02 DEAD-NOW-ENTRY OCCURS 500 TIMES.
015360          03 DN-ELEMENT PICTURE X(6).
015370          03 DN-PPN PICTURE X(6).
015380          03 DN-EXTENS PICTURE X(3).
015390  77 DEAD-NOW-COUNT PICTURE 9(3) VALUE IS ZERO.
015400  77 DEAD-NOW-INDEX PICTURE 9(3).
015410  77 DEAD-NOW-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
015420      88 DEAD-NOW-FULL VALUE IS 'Y'.
015430  01 AGE-OLD-TABLE.
015440      02 AGE-OLD-ENTRY OCCURS 500 TIMES.
015450          03 AO-ELEMENT PICTURE X(6).
015460          03 AO-PPN PICTURE X(6).
015470          03 AO-EXTENS PICTURE X(3).
015480          03 AO-RUNS PICTURE 9(3).
015490  77 AGE-OLD-COUNT PICTURE 9(3) VALUE IS ZERO.
015500  77 AGE-OLD-INDEX PICTURE 9(3).
015510  77 AGE-FOUND-RUNS PICTURE 9(3).
015520  77 AGE-NEW-RUNS PICTURE 9(3).
015530  77 AGING-FILE-NAME PICTURE X(9)
015540      VALUE IS 'CULAGEDAT'.
015550  77 AGING-FILE-STATUS PICTURE X(2).
015560  77 RETIRE-LISTING-NAME PICTURE X(9)
015570      VALUE IS 'CULRETLST'.
015580  77 ARCHIVE-DECK-NAME PICTURE X(9)
015590      VALUE IS 'CULARCDAT'.
015600  77 RETIRE-TITLES PICTURE X(25) VALUE IS
015610      'ELEMENT PPN     EXT  RUNS'.
015620  77 RETIRE-TARGETED-NOTE PICTURE X(33) VALUE IS
015630      'TARGETED CULL - AGING NOT UPDATED'.

015640*  RUN AUDIT (CULRUNLST) AND THE PERMANENT RUN LOG.
015650*  THE DETAIL LINES ARE WRITTEN AS EACH FILE-PART IS
015660*  CULLED; THE TALLIES ARE ROLLED UP BY THE PPN AND
015670*  EXTENSION TABLE SLOTS IN USE.
015680  77 RUN-LISTING-NAME PICTURE X(9)
015690      VALUE IS 'CULRUNLST'.
015700  77 LOG-FILE-NAME PICTURE X(9)
015710      VALUE IS 'CULLOGDAT'.
015720  77 LOG-FILE-STATUS PICTURE X(2).
015730  77 RUNL-LINE-COUNT PICTURE 9(2) VALUE IS 99.
015740  77 RUNL-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
015750  77 DETAIL-WORK-NAME PICTURE X(9)
015760      VALUE IS 'CULRDTTMP'.
015770*  THE AUDIT LINE IS COMPOSED HERE AND WRITTEN FROM
015780*  HERE, SO A PAGE HEADING FIRED BY THE WRITE CAN
015790*  NEVER BLANK THE LINE IT IS ABOUT TO PRINT.
015800  01 AUDIT-COMPOSER.
015810      02 RUNL-PPN-OUT PICTURE X(6).
015820      02 FILLER PICTURE XX.
015830      02 RUNL-FILE-OUT PICTURE X(6).
015840      02 FILLER PICTURE XX.
015850      02 RUNL-EXT-OUT PICTURE X(3).
015860      02 FILLER PICTURE XX.
015870      02 RUNL-COUNT-OUT PICTURE ZZZZZZZ9.
015880      02 FILLER PICTURE XX.
015890      02 RUNL-TEXT-OUT PICTURE X(54).
015900  01 PPN-TALLY-TABLE.
015910      02 PPN-TALLY-ENTRY OCCURS 8 TIMES.
015920          03 PPN-FILES-TALLY PICTURE 9(6).
015930          03 PPN-RECS-TALLY PICTURE 9(8).
015940  01 EXT-TALLY-TABLE.
015950      02 EXT-TALLY-ENTRY OCCURS 4 TIMES.
015960          03 EXT-FILES-TALLY PICTURE 9(6).
015970          03 EXT-RECS-TALLY PICTURE 9(8).
015980  77 EXTENSION-MATCH-INDEX PICTURE 9(1) VALUE IS ZERO.
015990  77 BAD-RECORD-COUNT PICTURE 9(6) VALUE IS ZERO.
016000  77 PARAM-BAD-COUNT PICTURE 9(6) VALUE IS ZERO.
016010  77 TOTAL-RECORD-COUNT PICTURE 9(8) VALUE IS ZERO.
016020  77 RESUME-HAPPENED-SWITCH PICTURE X(1) VALUE IS 'N'.
016030      88 RESUME-HAPPENED VALUE IS 'Y'.
016040  77 START-TIME-SAVE PICTURE X(5).
016050  77 END-TIME-SAVE PICTURE X(5).
016060  77 AUDIT-COUNT-DISP PICTURE ZZZZZ9.
016070  01 RUNL-TITLES.
016080      02 FILLER PICTURE X(8) VALUE IS 'PPN'.
016090      02 FILLER PICTURE X(8) VALUE IS 'FILE'.
016100      02 FILLER PICTURE X(5) VALUE IS 'EXT'.
016110      02 FILLER PICTURE X(8) VALUE IS ' RECORDS'.
016120  77 AUDIT-PPN-BANNER PICTURE X(14) VALUE IS
016130      'PER-PPN TOTALS'.
016140  77 AUDIT-EXT-BANNER PICTURE X(20) VALUE IS
016150      'PER-EXTENSION TOTALS'.

016160*  BUILD-GATE LIMITS AND VERDICT.  THE COMPILED-IN
016170*  DEFAULTS STAND UNLESS THE MAXUND, MAXMUL, MAXSTD,
016180*  MAXBAD, MAXSTL, MAXMIS, MAXINT, MAXFBD AND MAXUNP
016190*  CULPARAM CARDS OVERRIDE THEM; MAXSTD, MAXMIS AND
016200*  MAXUNP DEFAULT WIDE OPEN BECAUSE NAMING EXCEPTIONS,
016210*  SOURCES NEVER CREFED AND PUBLISHED GLOBALS NOBODY
016220*  USES YET ARE ADVISORY UNTIL A SHOP DECIDES
016230*  OTHERWISE, BUT A STALE LISTING IS A WRONG ANSWER,
016240*  SO MAXSTL IS ZERO, AND A SUBSYSTEM REGISTER IS KEPT
016250*  TO BE OBEYED, SO MAXINT AND MAXFBD ARE ZERO TOO.
016260  77 GATE-LISTING-NAME PICTURE X(9)
016270      VALUE IS 'CULGONLST'.
016280  77 GATE-MAX-UNDEF PICTURE 9(4) VALUE IS ZERO.
016290  77 GATE-MAX-MULDEF PICTURE 9(4) VALUE IS ZERO.
016300  77 GATE-MAX-STDEXC PICTURE 9(4) VALUE IS 9999.
016310  77 GATE-MAX-BAD PICTURE 9(4) VALUE IS ZERO.
016320  77 GATE-MAX-STALE PICTURE 9(4) VALUE IS ZERO.
016330  77 GATE-MAX-MISSING PICTURE 9(4) VALUE IS 9999.
016340  77 GATE-MAX-INTERNAL PICTURE 9(4) VALUE IS ZERO.
016350  77 GATE-MAX-FORBID PICTURE 9(4) VALUE IS ZERO.
016360  77 GATE-MAX-UNUSED PICTURE 9(4) VALUE IS 9999.
016370  77 GATE-COUNT-WORK PICTURE 9(6).
016380  77 GATE-LIMIT-WORK PICTURE 9(4).
016390  77 GATE-FAIL-SWITCH PICTURE X(1) VALUE IS 'N'.
016400      88 GATE-FAILED VALUE IS 'Y'.
016410  01 GATE-TITLES.
016420      02 FILLER PICTURE X(34) VALUE IS 'EXCEPTION'.
016430      02 FILLER PICTURE X(6) VALUE IS ' COUNT'.
016440      02 FILLER PICTURE XX VALUE IS '  '.
016450      02 FILLER PICTURE X(6) VALUE IS ' LIMIT'.
016460  77 GATE-GO-NOTE PICTURE X(8) VALUE IS 'BUILD GO'.
016470  77 GATE-NOGO-NOTE PICTURE X(11) VALUE IS
016480      'BUILD NO-GO'.
016490  77 GATE-TARGET-NOTE PICTURE X(41) VALUE IS
016500      'TARGETED CULL - VERDICT NOT AUTHORITATIVE'.

016510*  NEAR-DUPLICATE DETECTION.  THE DEADWOOD SORT HANDS
016520*  EACH ELEMENT ITS DEFINED SYMBOLS IN ASCENDING
016530*  ORDER, SO EVERY MANIFEST IS CAPTURED SORTED AND
016540*  EACH PAIR CAN BE MERGE-COUNTED IN ONE PASS.
016550  77 DUP-LISTING-NAME PICTURE X(9)
016560      VALUE IS 'CULDUPLST'.
016570  01 DUP-ELEM-TABLE.
016580      02 DUP-ELEM-ENTRY OCCURS 200 TIMES.
016590          03 DUP-ELEMENT PICTURE X(6).
016600          03 DUP-PPN PICTURE X(6).
016610          03 DUP-EXTENS PICTURE X(3).
016620          03 DUP-SYMBOL-COUNT PICTURE 9(3).
016630          03 DUP-SYMBOL PICTURE X(6) OCCURS 50 TIMES.
016640  77 DUP-ELEM-COUNT PICTURE 9(3) VALUE IS ZERO.
016650  77 DUP-I PICTURE 9(3).
016660  77 DUP-J PICTURE 9(3).
016670  77 DUP-J-START PICTURE 9(3).
016680  77 DUP-IX PICTURE 9(3).
016690  77 DUP-JX PICTURE 9(3).
016700  77 DUP-SX PICTURE 9(3).
016710  77 DUP-SHARED-COUNT PICTURE 9(3).
016720  77 DUP-SMALLER-TOTAL PICTURE 9(3).
016730  77 DUP-SHARED-PCT PICTURE 9(5).
016740  77 DUP-LIMIT-PCT PICTURE 9(5).
016750  77 DUP-PCT-WANTED PICTURE 9(3) VALUE IS 75.
016760  77 DUP-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
016770      88 DUP-TABLE-FULL VALUE IS 'Y'.
016780  01 DUP-TITLES.
016790      02 FILLER PICTURE X(8) VALUE IS 'ELEMENT'.
016800      02 FILLER PICTURE X(8) VALUE IS 'PPN'.
016810      02 FILLER PICTURE X(8) VALUE IS 'ELEMENT'.
016820      02 FILLER PICTURE X(8) VALUE IS 'PPN'.
016830      02 FILLER PICTURE X(6) VALUE IS 'SHARED'.
016840      02 FILLER PICTURE X(6) VALUE IS 'TOTAL1'.
016850      02 FILLER PICTURE X(6) VALUE IS 'TOTAL2'.
016860  77 SYM-MASTER-NAME PICTURE X(9)
016870      VALUE IS 'CULSYMMAS'.
016880  77 GROUP-SPILL-NAME PICTURE X(9)
016890      VALUE IS 'CULGRPTMP'.
016900  77 PREFIX-REGISTER-NAME PICTURE X(9)
016910      VALUE IS 'CULPFXREG'.
016920  77 PREFIX-REG-STATUS PICTURE X(2).
016930  77 LIBRARY-CATALOG-NAME PICTURE X(9)
016940      VALUE IS 'CULLIBDAT'.
016950  77 LIBRARY-CAT-STATUS PICTURE X(2).
016960  77 STANDARD-LISTING-NAME PICTURE X(9)
016970      VALUE IS 'CULSTDLST'.

016980*  THE SHOP PREFIX REGISTER, READ FROM THE OPTIONAL
016990*  CULPFXREG FILE.  A ONE-CHARACTER PREFIX LEAVES ITS
017000*  SECOND CHARACTER BLANK; A TWO-CHARACTER MATCH
017010*  ALWAYS BEATS A ONE-CHARACTER MATCH.
017020  01 PREFIX-TABLE.
017030      02 PREFIX-ENTRY OCCURS 100 TIMES.
017040          03 PREFIX-REG-PREFIX.
017050              04 PREFIX-REG-CHAR-1 PICTURE X(1).
017060              04 PREFIX-REG-CHAR-2 PICTURE X(1).
017070          03 PREFIX-REG-ELEMENT PICTURE X(6).
017080          03 PREFIX-REG-PPN PICTURE X(6).
017090  77 PREFIX-COUNT PICTURE 9(3) VALUE IS ZERO.
017100  77 PREFIX-INDEX PICTURE 9(3).
017110  77 PREFIX-REG-SWITCH PICTURE X(1) VALUE IS 'N'.
017120      88 PREFIX-REG-ACTIVE VALUE IS 'Y'.
017130  77 PREFIX-MATCH-INDEX PICTURE 9(3).
017140  77 PREFIX-MATCH-SIZE PICTURE 9(1).
017150*  THE SYSTEM LIBRARY CATALOG, READ FROM THE OPTIONAL
017160*  CULLIB.DAT FILE.  A GLOBAL NO SWEPT ELEMENT DEFINES
017170*  IS LOOKED UP HERE BEFORE IT IS CALLED UNDEFINED;
017180*  THE FIRST CARD FOR A SYMBOL WINS.
017190  01 LIBRARY-TABLE.
017200      02 LIBRARY-ENTRY OCCURS 2000 TIMES.
017210          03 LIBRARY-TAB-SYMBOL PICTURE X(6).
017220          03 LIBRARY-TAB-NAME PICTURE X(6).
017230          03 LIBRARY-TAB-MODULE PICTURE X(6).
017240  77 LIBRARY-COUNT PICTURE 9(4) VALUE IS ZERO.
017250  77 LIBRARY-INDEX PICTURE 9(4).
017260  77 LIBRARY-MATCH-INDEX PICTURE 9(4).
017270  01 STANDARD-SYMBOL-WORK.
017280      02 STANDARD-CHAR-1 PICTURE X(1).
017290      02 STANDARD-CHAR-2 PICTURE X(1).
017300      02 FILLER PICTURE X(4).
017310  01 STANDARD-SYMBOL-RED REDEFINES
017320          STANDARD-SYMBOL-WORK.
017330      02 STANDARD-FIRST-TWO PICTURE X(2).
017340      02 FILLER PICTURE X(4).
017350  77 SYM-MASTER-STATUS PICTURE X(2).
017360  77 ELEM-MASTER-NAME PICTURE X(9)
017370      VALUE IS 'CULELEMAS'.
017380  77 ELEM-MASTER-STATUS PICTURE X(2).
017390  77 SYMQ-SEQ-COUNT PICTURE 9(4) VALUE IS ZERO.
017400  77 SYMQ-CAP-SWITCH PICTURE X(1) VALUE IS 'N'.
017410      88 SYMQ-CAP-TOLD VALUE IS 'Y'.
017420  77 SYMQ-CURRENT-SYMBOL PICTURE X(6)
017430      VALUE IS SPACES.
017440  77 ELEMQ-SEQ-COUNT PICTURE 9(4) VALUE IS ZERO.
017450  77 ELEMQ-CAP-SWITCH PICTURE X(1) VALUE IS 'N'.
017460      88 ELEMQ-CAP-TOLD VALUE IS 'Y'.
017470  77 ELEMQ-CURRENT-ELEMENT PICTURE X(6)
017480      VALUE IS SPACES.

017490*  LPT PAGE CONTROL FOR COMBINLST AND ELEMENLST.
017500*  BLANKING THE SUPPRESSION COMPOSERS AT EACH PAGE
017510*  HEAD IS WHAT REPRINTS A RUNNING GROUP'S KEY AT THE
017520*  TOP OF THE CONTINUATION PAGE.
017530  77 PAGE-LINE-LIMIT PICTURE 9(2) VALUE IS 55.
017540  77 COMBIN-LINE-COUNT PICTURE 9(2) VALUE IS 99.
017550  77 COMBIN-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
017560  77 ELEMEN-LINE-COUNT PICTURE 9(2) VALUE IS 99.
017570  77 ELEMEN-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
017580  01 HEADING-1.
017590      02 FILLER PICTURE X(6) VALUE IS 'CULL  '.
017600      02 HEADING-1-TITLE PICTURE X(27).
017610      02 FILLER PICTURE XX VALUE IS '  '.
017620      02 HEADING-1-DATE PICTURE X(8).
017630      02 FILLER PICTURE XX VALUE IS '  '.
017640      02 HEADING-1-TIME PICTURE X(5).
017650      02 FILLER PICTURE XX VALUE IS '  '.
017660      02 FILLER PICTURE X(5) VALUE IS 'PAGE '.
017670      02 HEADING-1-PAGE PICTURE ZZZ9.
017680  01 HEADING-2.
017690      02 FILLER PICTURE X(7) VALUE IS 'SWEPT: '.
017700      02 HEADING-2-PPNS PICTURE X(56).
017710      02 FILLER PICTURE X(6) VALUE IS ' EXT: '.
017720      02 HEADING-2-EXTS PICTURE X(16).
017730  01 RUN-DATE-RAW.
017740      02 RUN-YY PICTURE X(2).
017750      02 RUN-MM PICTURE X(2).
017760      02 RUN-DD PICTURE X(2).
017770  01 RUN-TIME-RAW.
017780      02 RUN-HH PICTURE X(2).
017790      02 RUN-MIN PICTURE X(2).
017800      02 FILLER PICTURE X(4).
017810  77 HEADING-PPN-PTR PICTURE 9(2).
017820  77 HEADING-EXT-PTR PICTURE 9(2).
017830  77 COMBIN-TITLES PICTURE X(39) VALUE IS
017840      'SYMBOL  PPN     ELEMENT EXT  REFERENCES'.
017850  77 ELEMEN-TITLES PICTURE X(39) VALUE IS
017860      'ELEMENT SYMBOL  PPN     EXT  REFERENCES'.

017870*  DELTA MERGE STATE.  THE CURRENT AND PRIOR CULLED
017880*  SNAPSHOTS ARE BOTH IN (SYMBOL, ELEMENT, PPN,
017890*  EXTENSION) ORDER, SO ONE STREAMWISE MATCH FINDS
017900*  EVERY DIFFERENCE WITHOUT TABLES.
017910  01 CUR-SNAP-KEY.
017920      02 CUR-SNAP-SYMBOL PICTURE X(6).
017930      02 CUR-SNAP-ELEMENT-KEY.
017940          03 CUR-SNAP-ELEMENT PICTURE X(6).
017950          03 CUR-SNAP-PPN PICTURE X(6).
017960          03 CUR-SNAP-EXTENS PICTURE X(3).
017970  77 CUR-SNAP-REFS PICTURE X(120).
017980  01 PRIOR-SNAP-KEY.
017990      02 PRIOR-SNAP-SYMBOL PICTURE X(6).
018000      02 PRIOR-SNAP-ELEMENT-KEY.
018010          03 PRIOR-SNAP-ELEMENT PICTURE X(6).
018020          03 PRIOR-SNAP-PPN PICTURE X(6).
018030          03 PRIOR-SNAP-EXTENS PICTURE X(3).
018040  77 PRIOR-SNAP-REFS PICTURE X(120).
018050  77 DELTA-WORK-SYMBOL PICTURE X(6).
018060  77 CUR-RUN-KEY PICTURE X(15).
018070  77 PRIOR-RUN-KEY PICTURE X(15).
018080  77 OLD-DEFN-ELEMENT PICTURE X(6).
018090  77 NEW-DEFN-ELEMENT PICTURE X(6).
018100  77 MULDEF-LISTING-NAME PICTURE X(9)
018110      VALUE IS 'MULDEFLST'.
018120  77 BAD-LISTING-NAME PICTURE X(9)
018130      VALUE IS 'CULBADLST'.
018140  77 SELECTED-FILE-LIST-NAME PICTURE X(9)
018150      VALUE IS 'CULSELLST'.
018160  77 CKPT-FILE-NAME PICTURE X(9)
018170      VALUE IS 'CKPT  DAT'.
018180  77 WORK-FILE-NAME PICTURE X(9)
018190      VALUE IS 'CULWRKTMP'.
018200  77 ACCUM-FILE-NAME PICTURE X(9)
018210      VALUE IS 'CULACCDAT'.
018220  77 ACCUM-FILE-STATUS PICTURE X(2).
018230  01 CREF-LISTING-NAME USAGE IS DISPLAY-6.
018240      02 CREF-LISTING-PPN PICTURE X(6).
018250      02 FILE-PART PICTURE X(6).
018260      02 EXTENS-PART PICTURE X(3).
018270  01 UFD-FILE-NAME USAGE IS DISPLAY-6.
018280      02 UFD-FILE-PPN PICTURE X(6) VALUE IS '  +  0'.
018290      02 UFD-FILE-EXT PICTURE X(3) VALUE IS 'UFD'.

018300*  DEFAULT PPNS TO SWEEP, USED WHEN NO CULPARAM FILE
018310*  IS PRESENT (SEE REMARKS ABOVE).
018320  01 PPN-TABLE-VALUES.
018330      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018340      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018350      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018360      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018370      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018380      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018390      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018400      02 FILLER PICTURE X(6) VALUE IS '  +  0'.
018410  01 PPN-TABLE REDEFINES PPN-TABLE-VALUES.
018420      02 PPN-ENTRY PICTURE X(6) OCCURS 8 TIMES.
018430  77 PPN-COUNT PICTURE 9(2) VALUE IS 1.
018440  77 PPN-INDEX PICTURE 9(2).

018450*  DEFAULT CREF-LISTING EXTENSIONS TO SWEEP -- LST
018460*  AND SYM BOTH, UNLESS CULPARAM SAYS OTHERWISE.
018470  01 EXTENSION-TABLE-VALUES.
018480      02 FILLER PICTURE X(3) VALUE IS 'LST'.
018490      02 FILLER PICTURE X(3) VALUE IS 'SYM'.
018500      02 FILLER PICTURE X(3) VALUE IS '   '.
018510      02 FILLER PICTURE X(3) VALUE IS '   '.
018520  01 EXTENSION-TABLE REDEFINES EXTENSION-TABLE-VALUES.
018530      02 EXTENSION-ENTRY PICTURE X(3) OCCURS 4 TIMES.
018540  77 EXTENSION-COUNT PICTURE 9(1) VALUE IS 2.
018550  77 EXTENSION-INDEX PICTURE 9(1).
018560  77 EXTENSION-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
018570      88 EXTENSION-MATCHED VALUE IS 'Y'.

018580*  OPTIONAL TARGETED FILE LIST, READ FROM CULSELLST
018590*  IF IT IS PRESENT.
018600  01 SELECTED-FILE-TABLE.
018610      02 SELECTED-FILE-ENTRY PICTURE X(6)
018620          OCCURS 200 TIMES.
018630  77 SELECTED-FILE-COUNT PICTURE 9(3) VALUE IS ZERO.
018640  77 SELECTED-FILE-INDEX PICTURE 9(3).
018650  77 SELECTED-FILES-SWITCH PICTURE X(1) VALUE IS 'N'.
018660      88 SELECTED-FILES-ACTIVE VALUE IS 'Y'.
018670  77 SELECTED-FILE-MATCH-SWITCH PICTURE X(1)
018680      VALUE IS 'N'.
018690      88 SELECTED-FILE-MATCHED VALUE IS 'Y'.
018700  77 SELECT-FILE-STATUS PICTURE X(2).

018710*  LISTING COVERAGE AUDIT (CULCOVLST).  UFD-SIFT NOTES
018720*  EVERY SOURCE AND EVERY LISTING IT PASSES, WITH ITS
018730*  WRITE STAMP; THE REPORT PASS MATCHES THEM BY PPN
018740*  AND FILE-PART.  CLST-STATE ENDS THE MATCH 'S'
018750*  (OLDER THAN ITS NEWEST SOURCE), 'N' (NO SOURCE),
018760*  OR BLANK (CURRENT); CSRC-LISTED ENDS IT 'Y' FOR
018770*  EVERY SOURCE SOME LISTING CAME FROM.
018780  01 SOURCE-EXT-VALUES.
018790      02 FILLER PICTURE X(3) VALUE IS 'MAC'.
018800      02 FILLER PICTURE X(3) VALUE IS 'CBL'.
018810      02 FILLER PICTURE X(3) VALUE IS 'F4 '.
018820  01 SOURCE-EXT-TABLE REDEFINES SOURCE-EXT-VALUES.
018830      02 SOURCE-EXT-ENTRY PICTURE X(3) OCCURS 3 TIMES.
018840  77 SOURCE-EXT-COUNT PICTURE 9(1) VALUE IS 3.
018850  77 SOURCE-EXT-INDEX PICTURE 9(1).
018860  77 SOURCE-EXT-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
018870      88 SOURCE-EXT-MATCHED VALUE IS 'Y'.
018880  01 COVER-SOURCE-TABLE.
018890      02 COVER-SOURCE-ENTRY OCCURS 1000 TIMES.
018900          03 CSRC-PPN PICTURE X(6).
018910          03 CSRC-FILE PICTURE X(6).
018920          03 CSRC-EXTENS PICTURE X(3).
018930          03 CSRC-STAMP PICTURE X(10).
018940          03 CSRC-LISTED PICTURE X(1).
018950  01 COVER-LISTING-TABLE.
018960      02 COVER-LISTING-ENTRY OCCURS 1000 TIMES.
018970          03 CLST-PPN PICTURE X(6).
018980          03 CLST-FILE PICTURE X(6).
018990          03 CLST-EXTENS PICTURE X(3).
019000          03 CLST-STAMP PICTURE X(10).
019010          03 CLST-STATE PICTURE X(1).
019020          03 CLST-SRC-EXTENS PICTURE X(3).
019030          03 CLST-SRC-STAMP PICTURE X(10).
019040  77 COVER-SOURCE-COUNT PICTURE 9(4) VALUE IS ZERO.
019050  77 COVER-SOURCE-INDEX PICTURE 9(4).
019060  77 COVER-LISTING-COUNT PICTURE 9(4) VALUE IS ZERO.
019070  77 COVER-LISTING-INDEX PICTURE 9(4).
019080  77 COVER-STALE-COUNT PICTURE 9(6) VALUE IS ZERO.
019090  77 COVER-MISSING-COUNT PICTURE 9(6) VALUE IS ZERO.
019100  77 COVER-NOSRC-COUNT PICTURE 9(6) VALUE IS ZERO.
019110  77 COVER-SOURCE-FULL-SWITCH PICTURE X(1)
019120      VALUE IS 'N'.
019130      88 COVER-SOURCE-FULL VALUE IS 'Y'.
019140  77 COVER-LISTING-FULL-SWITCH PICTURE X(1)
019150      VALUE IS 'N'.
019160      88 COVER-LISTING-FULL VALUE IS 'Y'.
019170  77 COVER-LISTING-NAME PICTURE X(9)
019180      VALUE IS 'CULCOVLST'.
019190  77 COVER-LINE-COUNT PICTURE 9(2) VALUE IS 99.
019200  77 COVER-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
019210  77 COVER-STATE-WANTED PICTURE X(1).
019220  77 COVER-TARGETED-NOTE PICTURE X(35) VALUE IS
019230      'TARGETED CULL - SELECTED FILES ONLY'.
019240  01 COVER-COMPOSER.
019250      02 COVER-PPN-OUT PICTURE X(6).
019260      02 FILLER PICTURE XX.
019270      02 COVER-FILE-OUT PICTURE X(6).
019280      02 FILLER PICTURE XX.
019290      02 COVER-SRC-EXT-OUT PICTURE X(3).
019300      02 FILLER PICTURE XX.
019310      02 COVER-SRC-STAMP-OUT PICTURE X(10).
019320      02 FILLER PICTURE XX.
019330      02 COVER-LST-EXT-OUT PICTURE X(3).
019340      02 FILLER PICTURE XX.
019350      02 COVER-LST-STAMP-OUT PICTURE X(10).
019360      02 FILLER PICTURE XX.
019370      02 COVER-TEXT-OUT PICTURE X(35).
019380  01 COVER-TITLES.
019390      02 FILLER PICTURE X(8) VALUE IS 'PPN'.
019400      02 FILLER PICTURE X(8) VALUE IS 'FILE'.
019410      02 FILLER PICTURE X(5) VALUE IS 'SRC'.
019420      02 FILLER PICTURE X(12) VALUE IS 'YYMMDDHHMM'.
019430      02 FILLER PICTURE X(5) VALUE IS 'LST'.
019440      02 FILLER PICTURE X(12) VALUE IS 'YYMMDDHHMM'.
019450  77 COVER-STALE-BANNER PICTURE X(26) VALUE IS
019460      'LISTINGS OLDER THAN SOURCE'.
019470  77 COVER-NOSRC-BANNER PICTURE X(23) VALUE IS
019480      'LISTINGS WITH NO SOURCE'.
019490  77 COVER-MISSING-BANNER PICTURE X(23) VALUE IS
019500      'SOURCES WITH NO LISTING'.

019510*  SUBSYSTEM INTERFACE REGISTER (CULSUBLST), READ FROM
019520*  THE OPTIONAL CULSUB.DAT.  SUBSYS-ENTRY HOLDS EACH
019530*  SUBSYSTEM A CARD NAMES, IN CARD ORDER, THEN *NONE*
019540*  FOR THE ELEMENTS NO CARD CLAIMS.  BY CALLING ROW
019550*  AND CALLED COLUMN, SUBSYS-ALLOWED SAYS WHICH MAY
019560*  CALL WHICH AND SUBSYS-CELL COUNTS THE RESOLVED
019570*  REFERENCES FOR THE MATRIX.  AN ELEMENT'S SUBSYSTEM
019580*  IS FOUND THE WAY CULDST FINDS AN OWNER: ELEMENT
019590*  CARDS RANK 8, PREFIX CARDS ONE MORE THAN THEIR
019600*  LENGTH, THE HIGHEST RANK WINS, EARLIER CARDS ON A
019610*  TIE.
019620  77 SUBSYSTEM-REGISTER-NAME PICTURE X(9)
019630      VALUE IS 'CULSUBDAT'.
019640  77 SUBSYSTEM-REG-STATUS PICTURE X(2).
019650  77 SUBSYSTEM-WORK-NAME PICTURE X(9)
019660      VALUE IS 'CULSBWTMP'.
019670  77 SUBSYSTEM-LISTING-NAME PICTURE X(9)
019680      VALUE IS 'CULSUBLST'.
019690  01 SUBSYS-TABLE.
019700      02 SUBSYS-ENTRY OCCURS 31 TIMES.
019710          03 SUBSYS-NAME PICTURE X(6).
019720          03 SUBSYS-CALL-ANY PICTURE X(1).
019730          03 SUBSYS-ALLOWED PICTURE X(1) OCCURS 31 TIMES.
019740          03 SUBSYS-CELL PICTURE 9(6) OCCURS 31 TIMES.
019750  77 SUBSYS-COUNT PICTURE 9(2) VALUE IS ZERO.
019760  77 SUBSYS-INDEX PICTURE 9(2).
019770  77 SUBSYS-COLUMN PICTURE 9(2).
019780  77 SUBSYS-NONE-INDEX PICTURE 9(2) VALUE IS ZERO.
019790  77 SUBSYS-FOUND-INDEX PICTURE 9(2).
019800  77 SUBSYS-CARD-INDEX PICTURE 9(2).
019810  77 SUBSYS-WANT-NAME PICTURE X(6).
019820  77 SUBSYS-FROM-ELEMENT PICTURE X(6).
019830  77 SUBSYS-FROM-INDEX PICTURE 9(2).
019840  77 SUBSYS-TO-INDEX PICTURE 9(2).
019850  77 SUBSYS-REG-SWITCH PICTURE X(1) VALUE IS 'N'.
019860      88 SUBSYS-REG-ACTIVE VALUE IS 'Y'.
019870  01 SUBSYS-CLAIM-TABLE.
019880      02 SUBSYS-CLAIM-ENTRY OCCURS 400 TIMES.
019890          03 SUBC-KIND PICTURE X(1).
019900          03 SUBC-VALUE.
019910              04 SUBC-CHAR PICTURE X(1) OCCURS 6 TIMES.
019920          03 SUBC-RANK PICTURE 9(1).
019930          03 SUBC-SUBSYS PICTURE 9(2).
019940  77 SUBSYS-CLAIM-COUNT PICTURE 9(3) VALUE IS ZERO.
019950  77 SUBSYS-CLAIM-INDEX PICTURE 9(3).
019960  77 SUBSYS-NEW-KIND PICTURE X(1).
019970  77 SUBSYS-NEW-RANK PICTURE 9(1).
019980  77 SUBSYS-BEST-RANK PICTURE 9(1).
019990  77 SUBSYS-CHAR-INDEX PICTURE 9(1).
020000  01 SUBSYS-WANT-ELEMENT.
020010      02 SUBSYS-WANT-CHAR PICTURE X(1) OCCURS 6 TIMES.
020020  77 SUBSYS-MISS-SWITCH PICTURE X(1) VALUE IS 'N'.
020030      88 SUBSYS-PREFIX-MISSED VALUE IS 'Y'.
020040  01 SUBSYS-PUBLIC-TABLE.
020050      02 SUBSYS-PUBLIC-ENTRY OCCURS 1000 TIMES.
020060          03 SUBP-SYMBOL PICTURE X(6).
020070          03 SUBP-SUBSYS PICTURE 9(2).
020080          03 SUBP-USED PICTURE X(1).
020090  77 SUBSYS-PUBLIC-COUNT PICTURE 9(4) VALUE IS ZERO.
020100  77 SUBSYS-PUBLIC-INDEX PICTURE 9(4).
020110  77 SUBSYS-PUBLIC-SWITCH PICTURE X(1) VALUE IS 'N'.
020120      88 SUBSYS-PUBLIC-FOUND VALUE IS 'Y'.
020130  77 SUBSYS-CROSSING-COUNT PICTURE 9(6) VALUE IS ZERO.
020140  77 SUBSYS-INTERNAL-COUNT PICTURE 9(6) VALUE IS ZERO.
020150  77 SUBSYS-FORBID-COUNT PICTURE 9(6) VALUE IS ZERO.
020160  77 SUBSYS-UNUSED-COUNT PICTURE 9(6) VALUE IS ZERO.
020170  77 SUBSYS-LINE-COUNT PICTURE 9(2) VALUE IS 99.
020180  77 SUBSYS-PAGE-COUNT PICTURE 9(4) VALUE IS ZERO.
020190  77 SUBSYS-SECTION-SWITCH PICTURE X(1) VALUE IS 'C'.
020200      88 SUBSYS-IN-CROSSINGS VALUE IS 'C'.
020210      88 SUBSYS-IN-UNUSED VALUE IS 'U'.
020220      88 SUBSYS-IN-MATRIX VALUE IS 'M'.
020230      88 SUBSYS-IN-SUMMARY VALUE IS 'S'.
020240  77 SUBSYS-BAND-START PICTURE 9(2).
020250  77 SUBSYS-SLOT PICTURE 9(2).
020260  77 SUBSYS-COMP-ELEMENT PICTURE X(6).
020270  77 SUBSYS-COMP-PPN PICTURE X(6).
020280  77 SUBSYS-COMP-EXTENS PICTURE X(3).
020290  01 SUBSYS-PRINT-AREA PICTURE X(85).
020300  01 SUBSYS-CROSS-COMPOSER REDEFINES SUBSYS-PRINT-AREA.
020310      02 SUBL-ELEMENT-OUT PICTURE X(6).
020320      02 FILLER PICTURE XX.
020330      02 SUBL-FROM-OUT PICTURE X(6).
020340      02 FILLER PICTURE XX.
020350      02 SUBL-ON-OUT PICTURE X(6).
020360      02 FILLER PICTURE XX.
020370      02 SUBL-TO-OUT PICTURE X(6).
020380      02 FILLER PICTURE XX.
020390      02 SUBL-SYMBOL-OUT PICTURE X(6).
020400      02 FILLER PICTURE XX.
020410      02 SUBL-TEXT-OUT PICTURE X(45).
020420  01 SUBSYS-UNUSED-COMPOSER REDEFINES SUBSYS-PRINT-AREA.
020430      02 SUBU-SUBSYS-OUT PICTURE X(6).
020440      02 FILLER PICTURE XX.
020450      02 SUBU-SYMBOL-OUT PICTURE X(6).
020460      02 FILLER PICTURE XX.
020470      02 SUBU-TEXT-OUT PICTURE X(69).
020480  01 SUBSYS-MATRIX-LINE REDEFINES SUBSYS-PRINT-AREA.
020490      02 SUBM-ROW-NAME PICTURE X(6).
020500      02 FILLER PICTURE XX.
020510      02 SUBM-CELL-SLOT OCCURS 10 TIMES.
020520          03 FILLER PICTURE X(1).
020530          03 SUBM-CELL-OUT PICTURE ZZZZZZ.
020540      02 FILLER PICTURE X(7).
020550  01 SUBSYS-MATRIX-HEADER.
020560      02 SUBM-HEAD-LABEL PICTURE X(8).
020570      02 SUBM-HEAD-SLOT OCCURS 10 TIMES.
020580          03 FILLER PICTURE X(1).
020590          03 SUBM-HEAD-NAME PICTURE X(6).
020600  01 SUBSYS-CROSS-TITLES.
020610      02 FILLER PICTURE X(8) VALUE IS 'ELEMENT'.
020620      02 FILLER PICTURE X(8) VALUE IS 'SUBSYS'.
020630      02 FILLER PICTURE X(8) VALUE IS 'ON'.
020640      02 FILLER PICTURE X(8) VALUE IS 'SUBSYS'.
020650      02 FILLER PICTURE X(6) VALUE IS 'GLOBAL'.
020660  01 SUBSYS-UNUSED-TITLES.
020670      02 FILLER PICTURE X(8) VALUE IS 'SUBSYS'.
020680      02 FILLER PICTURE X(6) VALUE IS 'GLOBAL'.
020690  77 SUBSYS-CROSS-BANNER PICTURE X(37) VALUE IS
020700      'GLOBALS CROSSING A SUBSYSTEM BOUNDARY'.
020710  77 SUBSYS-UNUSED-BANNER PICTURE X(41) VALUE IS
020720      'PUBLISHED GLOBALS NO OTHER SUBSYSTEM USES'.
020730  77 SUBSYS-MATRIX-BANNER PICTURE X(48) VALUE IS
020740      'REFERENCES BY CALLING ROW AND SUPPLYING COLUMN'.
020750  77 SUBSYS-SUMMARY-BANNER PICTURE X(26) VALUE IS
020760      'SUBSYSTEM REGISTER SUMMARY'.
020770  77 SUBSYS-NO-REGISTER-NOTE PICTURE X(36) VALUE IS
020780      'NO CULSUB REGISTER - NOTHING CHECKED'.

020790*  INCREMENTAL CULL.  LAST RUN'S BANKED LISTING
020800*  IDENTITIES ARE HELD HERE FOR THE SWEEP TO MATCH
020810*  AGAINST; BANK-STATE ENDS THE SWEEP 'C' (CARRY THE
020820*  BANKED LINES FORWARD), 'R' (CHANGED, RE-CULLED), OR
020830*  BLANK (NO LONGER IN THE UFD, SO DROPPED).
020840  01 BANK-TABLE.
020850      02 BANK-ENTRY OCCURS 1000 TIMES.
020860          03 BANK-PPN PICTURE X(6).
020870          03 BANK-FILE PICTURE X(6).
020880          03 BANK-EXTENS PICTURE X(3).
020890          03 BANK-WRITE-STAMP PICTURE X(10).
020900          03 BANK-FILE-SIZE PICTURE X(6).
020910          03 BANK-RECORDS PICTURE 9(6).
020920          03 BANK-STATE PICTURE X(1).
020930          03 BANK-PPN-INDEX PICTURE 9(2).
020940          03 BANK-EXT-INDEX PICTURE 9(1).
020950  77 BANK-COUNT PICTURE 9(4) VALUE IS ZERO.
020960  77 BANK-INDEX PICTURE 9(4).
020970  77 BANK-FOUND-INDEX PICTURE 9(4).
020980  77 BANK-REREAD-COUNT PICTURE 9(6) VALUE IS ZERO.
020990  77 BANK-CARRIED-COUNT PICTURE 9(6) VALUE IS ZERO.
021000  77 BANK-DROPPED-COUNT PICTURE 9(6) VALUE IS ZERO.
021010  77 BANK-SEEK-PPN PICTURE X(6).
021020  77 BANK-SEEK-FILE PICTURE X(6).
021030  77 BANK-SEEK-EXTENS PICTURE X(3).
021040  77 INCREMENTAL-WANTED-SWITCH PICTURE X(1)
021050      VALUE IS 'N'.
021060  77 INCREMENTAL-SWITCH PICTURE X(1) VALUE IS 'N'.
021070      88 INCREMENTAL-ACTIVE VALUE IS 'Y'.
021080  77 BANK-SAVE-SWITCH PICTURE X(1) VALUE IS 'N'.
021090      88 BANK-SAVE-ACTIVE VALUE IS 'Y'.
021100  77 LISTING-CARRY-SWITCH PICTURE X(1) VALUE IS 'N'.
021110      88 LISTING-CARRIED VALUE IS 'Y'.
021120  77 LISTING-LOGGED-SWITCH PICTURE X(1) VALUE IS 'N'.
021130      88 LISTING-LOGGED VALUE IS 'Y'.
021140  77 BANK-LINE-CARRY-SWITCH PICTURE X(1)
021150      VALUE IS 'N'.
021160      88 BANK-LINE-CARRIED VALUE IS 'Y'.
021170  77 LISTING-BANK-NAME PICTURE X(9)
021180      VALUE IS 'CULLSBDAT'.
021190  77 NEW-LISTING-BANK-NAME PICTURE X(9)
021200      VALUE IS 'CULLSBTMP'.
021210  77 BANKED-LINES-NAME PICTURE X(9)
021220      VALUE IS 'CULLSLDAT'.
021230  77 NEW-BANKED-LINES-NAME PICTURE X(9)
021240      VALUE IS 'CULLSLTMP'.
021250  77 LISTING-BANK-STATUS PICTURE X(2).
021260  77 BANKED-LINES-STATUS PICTURE X(2).
021270  77 NEW-LISTING-BANK-STATUS PICTURE X(2).
021280  77 NEW-BANKED-LINES-STATUS PICTURE X(2).

021290*  THE CARRY-FORWARD SET.  EVERY FILE A FULL SWEEP
021300*  HANDS ON TO THE NEXT RUN IS BUILT UNDER A .TMP
021310*  NAME AND COPIED OVER THE LIVE FILE BY
021320*  COMMIT-RUN-SET, ALL OF THEM AS ONE UNIT, UNDER THE
021330*  CULCTL.DAT RUN CONTROL RECORD.  RUN-GENERATION IS
021340*  THE GENERATION IN FORCE; THIS RUN'S SET, IF IT
021350*  COMMITS, IS THE ONE AFTER IT.
021360  77 NEW-PRIOR-CULL-NAME PICTURE X(9)
021370      VALUE IS 'CULPRVTMP'.
021380  77 NEW-PRIOR-STATUS PICTURE X(2).
021390  77 NEW-AGING-FILE-NAME PICTURE X(9)
021400      VALUE IS 'CULAGETMP'.
021410  77 NEW-AGING-STATUS PICTURE X(2).
021420  77 NEW-CHANGE-REQUEST-NAME PICTURE X(9)
021430      VALUE IS 'CULCRQTMP'.
021440  77 NEW-CHANGE-REQUEST-STATUS PICTURE X(2).
021450  77 NEW-HISTORY-FILE-NAME PICTURE X(9)
021460      VALUE IS 'CULHISTMP'.
021470  77 NEW-HISTORY-STATUS PICTURE X(2).
021480  77 NEW-SYM-MASTER-NAME PICTURE X(9)
021490      VALUE IS 'CULSYMTMP'.
021500  77 NEW-SYM-MASTER-STATUS PICTURE X(2).
021510  77 NEW-ELEM-MASTER-NAME PICTURE X(9)
021520      VALUE IS 'CULELETMP'.
021530  77 NEW-ELEM-MASTER-STATUS PICTURE X(2).
021540  77 RUN-CONTROL-NAME PICTURE X(9)
021550      VALUE IS 'CULCTLDAT'.
021560  77 RUN-CONTROL-STATUS PICTURE X(2).
021570  77 RUN-GENERATION PICTURE 9(6) VALUE IS ZERO.
021580  77 GENERATION-DISP PICTURE ZZZZZ9.
021590  77 SET-COMPLETE-SWITCH PICTURE X(1) VALUE IS 'Y'.
021600      88 SET-COMPLETE VALUE IS 'Y'.
021610  77 SET-COMMITTED-SWITCH PICTURE X(1) VALUE IS 'N'.
021620      88 SET-COMMITTED VALUE IS 'Y'.
021630  77 COPY-FAILED-SWITCH PICTURE X(1) VALUE IS 'N'.
021640      88 COPY-FAILED VALUE IS 'Y'.
021650  01 RUN-STAMP.
021660      02 STAMP-GENERATION PICTURE 9(6).
021670      02 FILLER PICTURE X(1) VALUE IS SPACE.
021680      02 STAMP-RUN-DATE PICTURE X(6).
021690      02 FILLER PICTURE X(1) VALUE IS SPACE.
021700      02 STAMP-RUN-TIME PICTURE X(4).
021710      02 FILLER PICTURE X(102) VALUE IS SPACES.
021720  01 RUN-CONTROL-SAVE.
021730      02 CSAV-GENERATION PICTURE 9(6).
021740      02 FILLER PICTURE X(1).
021750      02 CSAV-RUN-DATE PICTURE X(6).
021760      02 FILLER PICTURE X(1).
021770      02 CSAV-RUN-TIME PICTURE X(4).
021780      02 FILLER PICTURE X(1).
021790      02 CSAV-STATE PICTURE X(1).
021800      02 FILLER PICTURE X(1).
021810      02 CSAV-PPNS PICTURE X(56).
021820      02 CSAV-EXTS PICTURE X(16).

021830*  OPTIONAL CHANGED-ELEMENT LIST (CULCHGLST) AND THE
021840*  TRANSITIVE SET OF AFFECTED ELEMENTS GROWN FROM IT
021850*  BY REPEATED PASSES OVER THE IN-CORE EDGES.
021860  01 AFFECTED-TABLE.
021870      02 AFFECTED-ENTRY PICTURE X(6)
021880          OCCURS 500 TIMES.
021890  77 AFFECTED-COUNT PICTURE 9(3) VALUE IS ZERO.
021900  77 AFFECTED-INDEX PICTURE 9(3).
021910  77 AFFECTED-TARGET PICTURE X(6).
021920  77 AFFECTED-FOUND-SWITCH PICTURE X(1) VALUE IS 'N'.
021930      88 AFFECTED-FOUND VALUE IS 'Y'.
021940  77 CHANGED-ELEMENTS-SWITCH PICTURE X(1) VALUE IS 'N'.
021950      88 CHANGED-ELEMENTS-ACTIVE VALUE IS 'Y'.
021960  77 IMPACT-ADDED-SWITCH PICTURE X(1) VALUE IS 'N'.
021970      88 IMPACT-ADDED VALUE IS 'Y'.
021980  77 IMPACT-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
021990      88 IMPACT-TABLE-FULL VALUE IS 'Y'.
022000  77 DECLARED-COUNT PICTURE 9(3) VALUE IS ZERO.

022010*  CHANGE-REQUEST RECONCILIATION.  THE CHANGES ON
022020*  CULCRQ.DAT STILL AWAITING INSTALLATION, WITH THEIR
022030*  DECLARED (C) AND PREDICTED (I) ELEMENTS; THE
022040*  CHANGES NAMED ON INSTAL CARDS; AND WHAT THE DELTA
022050*  PASS SAW CHANGE -- EVERY ELEMENT, AND EVERY SYMBOL
022060*  ADDED (N), DROPPED (V) OR WHOSE DEFINITION MOVED
022070*  (M).  DECLARED-COUNT ABOVE IS HOW MANY OF THE
022080*  AFFECTED ENTRIES CAME FROM CULCHGLST.
022090  77 CHANGE-NUMBER-WANTED PICTURE X(8) VALUE IS SPACES.
022100  77 CHANGE-ON-FILE-SWITCH PICTURE X(1) VALUE IS 'N'.
022110      88 CHANGE-ALREADY-ON-FILE VALUE IS 'Y'.
022120  01 INSTALLED-TABLE.
022130      02 INSTALLED-ENTRY PICTURE X(8)
022140          OCCURS 20 TIMES.
022150  77 INSTALLED-COUNT PICTURE 9(2) VALUE IS ZERO.
022160  77 INSTALLED-INDEX PICTURE 9(2).
022170  01 CRQ-CHANGE-TABLE.
022180      02 CRQ-CHANGE-ENTRY OCCURS 100 TIMES.
022190          03 CRQT-NUMBER PICTURE X(8).
022200          03 CRQT-INSTALLED PICTURE X(1).
022210          03 CRQT-STATE PICTURE X(1).
022220  77 CRQ-CHANGE-COUNT PICTURE 9(3) VALUE IS ZERO.
022230  77 CRQ-CHANGE-INDEX PICTURE 9(3).
022240  77 CRQ-LOAD-INDEX PICTURE 9(3).
022250  77 CRQ-OTHER-INDEX PICTURE 9(3).
022260  77 CRQ-FOUND-INDEX PICTURE 9(3).
022270  77 CRQ-FIND-NUMBER PICTURE X(8).
022280  01 CRQ-ELEMENT-TABLE.
022290      02 CRQ-ELEMENT-ENTRY OCCURS 3000 TIMES.
022300          03 CRQE-CHANGE PICTURE 9(3).
022310          03 CRQE-KIND PICTURE X(1).
022320          03 CRQE-ELEMENT PICTURE X(6).
022330  77 CRQ-ELEMENT-COUNT PICTURE 9(4) VALUE IS ZERO.
022340  77 CRQ-ELEMENT-INDEX PICTURE 9(4).
022350  77 CRQ-SCAN-INDEX PICTURE 9(4).
022360  77 CRQ-TABLE-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
022370      88 CRQ-TABLE-FULL VALUE IS 'Y'.
022380  01 CRQ-COMPOSER.
022390      02 CRQC-TYPE PICTURE X(1).
022400      02 FILLER PICTURE X(1).
022410      02 CRQC-NUMBER PICTURE X(8).
022420      02 FILLER PICTURE X(1).
022430      02 CRQC-STATE PICTURE X(1).
022440      02 FILLER PICTURE X(1).
022450      02 CRQC-BANKED-DATE PICTURE X(6).
022460      02 FILLER PICTURE X(1).
022470      02 CRQC-BANKED-GEN PICTURE 9(6).
022480      02 FILLER PICTURE X(1).
022490      02 CRQC-CLOSED-DATE PICTURE X(6).
022500      02 FILLER PICTURE X(1).
022510      02 CRQC-CLOSED-GEN PICTURE 9(6).
022520  01 CRQ-ELEMENT-COMPOSER REDEFINES CRQ-COMPOSER.
022530      02 FILLER PICTURE X(11).
022540      02 CRQC-ELEMENT PICTURE X(6).
022550      02 FILLER PICTURE X(23).
022560  77 RECONCILE-WANTED-SWITCH PICTURE X(1) VALUE IS 'N'.
022570      88 RECONCILE-WANTED VALUE IS 'Y'.
022580  77 DELTA-COMPARED-SWITCH PICTURE X(1) VALUE IS 'N'.
022590      88 DELTA-COMPARED VALUE IS 'Y'.
022600  01 DELTA-CHANGED-TABLE.
022610      02 DELTA-CHANGED-ENTRY PICTURE X(6)
022620          OCCURS 500 TIMES.
022630  77 DELTA-CHANGED-COUNT PICTURE 9(3) VALUE IS ZERO.
022640  77 DELTA-CHANGED-INDEX PICTURE 9(3).
022650  01 DELTA-EVENT-TABLE.
022660      02 DELTA-EVENT-ENTRY OCCURS 1000 TIMES.
022670          03 DEV-SYMBOL PICTURE X(6).
022680          03 DEV-KIND PICTURE X(1).
022690          03 DEV-ELEMENT PICTURE X(6).
022700          03 DEV-ELEMENT-2 PICTURE X(6).
022710  77 DELTA-EVENT-COUNT PICTURE 9(4) VALUE IS ZERO.
022720  77 DELTA-EVENT-INDEX PICTURE 9(4).
022730  77 DELTA-CAPTURE-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
022740      88 DELTA-CAPTURE-FULL VALUE IS 'Y'.
022750  77 DELTA-FOUND-SWITCH PICTURE X(1) VALUE IS 'N'.
022760      88 DELTA-FOUND VALUE IS 'Y'.
022770  77 DELTA-NOTE-ELEMENT PICTURE X(6).
022780  77 DELTA-NOTE-ELEMENT-2 PICTURE X(6).
022790  77 DELTA-NOTE-FIRST PICTURE X(6).
022800  77 DELTA-NOTE-DEFINER PICTURE X(6).
022810  77 DELTA-NOTE-KIND PICTURE X(1).
022820  77 DELTA-NOTE-REFS PICTURE X(120).
022830  77 RECON-TARGET PICTURE X(6).
022840  77 RECON-KIND-WANTED PICTURE X(1).
022850  77 RECON-THIS-SWITCH PICTURE X(1) VALUE IS 'N'.
022860      88 RECON-IN-THIS VALUE IS 'Y'.
022870  77 RECON-OTHER-SWITCH PICTURE X(1) VALUE IS 'N'.
022880      88 RECON-IN-OTHER VALUE IS 'Y'.
022890  77 RECON-OUTSIDE-SWITCH PICTURE X(1) VALUE IS 'N'.
022900      88 RECON-OUTSIDE VALUE IS 'Y'.
022910  77 RECON-EXCEPTION-COUNT PICTURE 9(4).

022920*  DEPENDENCY GRAPH, BANKED IN CORE BY THE
022930*  ELEMENT-REPORTS SORT AND SHARED BY THE BUILD-ORDER
022940*  AND IMPACT PASSES.  NODES ARE THE DISTINCT
022950*  ELEMENTS IN THE DEPENDENCY DATA; EACH EDGE CARRIES
022960*  ITS NODE INDEXES SO THE PASSES NEVER SEARCH BY
022970*  NAME.  LEVEL ZERO MEANS NOT YET PLACED; WHAT THE
022980*  PASSES CANNOT PLACE IS CAUGHT IN A DEPENDENCY
022990*  CYCLE.
023000  01 ORDER-NODE-TABLE.
023010      02 ORDER-NODE-ENTRY OCCURS 500 TIMES.
023020          03 ORDER-NODE-ELEMENT PICTURE X(6).
023030          03 ORDER-NODE-LEVEL PICTURE 9(3).
023040  77 ORDER-NODE-COUNT PICTURE 9(3) VALUE IS ZERO.
023050  77 ORDER-NODE-INDEX PICTURE 9(3).
023060  77 ORDER-NODE-FOUND-INDEX PICTURE 9(3).
023070  77 ORDER-TARGET-ELEMENT PICTURE X(6).
023080  01 ORDER-EDGE-TABLE.
023090      02 ORDER-EDGE-ENTRY OCCURS 2000 TIMES.
023100          03 ORDER-EDGE-FROM PICTURE 9(3).
023110          03 ORDER-EDGE-TO PICTURE 9(3).
023120          03 ORDER-EDGE-SYMBOL PICTURE X(6).
023130  77 ORDER-EDGE-COUNT PICTURE 9(4) VALUE IS ZERO.
023140  77 ORDER-EDGE-INDEX PICTURE 9(4).
023150  77 ORDER-EDGE-DUP-SWITCH PICTURE X(1) VALUE IS 'N'.
023160      88 ORDER-EDGE-DUPLICATE VALUE IS 'Y'.
023170  77 ORDER-PASS-LEVEL PICTURE 9(3).
023180  77 ORDER-PLACED-SWITCH PICTURE X(1) VALUE IS 'N'.
023190      88 ORDER-NODE-PLACED VALUE IS 'Y'.
023200  77 ORDER-PLACED-COUNT PICTURE 9(3) VALUE IS ZERO.
023210  77 ORDER-READY-SWITCH PICTURE X(1) VALUE IS 'N'.
023220      88 ORDER-NODE-READY VALUE IS 'Y'.
023230  77 ORDER-WORK-NODE PICTURE 9(3).
023240  77 ORDER-FULL-SWITCH PICTURE X(1) VALUE IS 'N'.
023250      88 ORDER-TABLE-FULL VALUE IS 'Y'.
023260  77 ORDER-TITLES PICTURE X(15) VALUE IS
023270      'LEVEL   ELEMENT'.
023280  77 ORDER-CYCLE-BANNER PICTURE X(36) VALUE IS
023290      'ELEMENTS IN DEPENDENCY CYCLES FOLLOW'.
023300  77 ORDER-EMPTY-NOTE PICTURE X(37) VALUE IS
023310      'NO DEPENDENCY DATA - NOTHING TO ORDER'.

023320*  SET TO 'Y' TO FLUSH ONLY SYMBOLS SHARED ACROSS
023330*  MORE THAN ONE ELEMENT INTO COMBINLST.
023340  77 SHARED-ONLY-SWITCH PICTURE X(1) VALUE IS 'N'.
023350      88 SHARED-ONLY VALUE IS 'Y'.

023360*  RUN SETUP READ FROM THE OPTIONAL CULPARAM FILE.
023370*  THE FIRST PPN OR EXTENS CARD CLEARS THE MATCHING
023380*  COMPILED-IN TABLE BEFORE FILLING IT.
023390  77 PARAM-FILE-NAME PICTURE X(9) VALUE IS 'CULPARDAT'.
023400  77 PARAM-FILE-STATUS PICTURE X(2).
023410  77 PARAM-PPN-SEEN-SWITCH PICTURE X(1) VALUE IS 'N'.
023420      88 PARAM-PPNS-GIVEN VALUE IS 'Y'.
023430  77 PARAM-EXT-SEEN-SWITCH PICTURE X(1) VALUE IS 'N'.
023440      88 PARAM-EXTENSIONS-GIVEN VALUE IS 'Y'.
023450  77 PARAM-CARD-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
023460      88 PARAM-CARD-BAD VALUE IS 'Y'.
023470  77 PARAM-COMMA-SWITCH PICTURE X(1) VALUE IS 'N'.
023480      88 PARAM-COMMA-SEEN VALUE IS 'Y'.
023490  01 PARAM-VALUE-WORK.
023500      02 PARAM-EXTENS-VALUE PICTURE X(3).
023510      02 FILLER PICTURE X(69).
023520  01 PARAM-VALUE-CHARS REDEFINES PARAM-VALUE-WORK.
023530      02 PARAM-VALUE-CHAR PICTURE X(1) OCCURS 72 TIMES.
023540  01 PARAM-CHANGE-VIEW REDEFINES PARAM-VALUE-WORK.
023550      02 PARAM-CHANGE-NUMBER PICTURE X(8).
023560      02 PARAM-CHANGE-REST PICTURE X(64).
023570  77 PARAM-SCAN-INDEX PICTURE 9(2).
023580  77 PARAM-OCTAL-PROJ PICTURE 9(6).
023590  77 PARAM-OCTAL-PROG PICTURE 9(6).
023600  01 PARAM-DIGIT-WORK.
023610      02 PARAM-DIGIT-X PICTURE X(1).
023620  01 PARAM-DIGIT-RED REDEFINES PARAM-DIGIT-WORK.
023630      02 PARAM-DIGIT-9 PICTURE 9(1).

023640*  SIXBIT COLLATING SEQUENCE -- CODES 0 THRU 63 ARE
023650*  ASCII SPACE THRU UNDERLINE.  USED TO BUILD THE
023660*  SIXBIT PPN A UFD IS NAMED BY FROM ITS OCTAL FORM.
023670  01 SIXBIT-CHAR-SET-VALUES.
023680      02 FILLER PICTURE X(32) VALUE IS
023690          ' !"#$%&''()*+,-./0123456789:;<=>?'.
023700      02 FILLER PICTURE X(32) VALUE IS
023710          '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
023720  01 SIXBIT-CHAR-SET REDEFINES SIXBIT-CHAR-SET-VALUES.
023730      02 SIXBIT-CHAR PICTURE X(1) OCCURS 64 TIMES.
023740  77 SIXBIT-WORK PICTURE 9(6).
023750  77 SIXBIT-QUOT PICTURE 9(6).
023760  77 SIXBIT-CODE PICTURE 9(2).
023770  01 PPN-SIXBIT-WORK.
023780      02 PPN-SIXBIT-CHAR PICTURE X(1) OCCURS 6 TIMES.
023790  77 PPN-CHAR-INDEX PICTURE 9(1).

023800  77 CREF-FILE-STATUS PICTURE X(2).
023810  77 CREF-READ-BAD-SWITCH PICTURE X(1) VALUE IS 'N'.
023820      88 CREF-READ-BAD VALUE IS 'Y'.
023830  77 CREF-BAD-STATUS-SAVE PICTURE X(2) VALUE IS SPACES.
023840  77 CREF-SALVAGE-HOLD PICTURE X(133).
023850  77 CREF-RECORD-COUNT PICTURE 9(6) VALUE IS ZERO.

023860*  TAB EXPANSION OF RAW CREF OUTPUT.  EACH CREF-LINES
023870*  RECORD IS EXPANDED TO THE STANDARD COLUMN STOPS
023880*  (COLUMNS 9, 17, 25, ...) ON ITS WAY INTO
023890*  NAME-BUFFER, SO THE PIP /W PRE-PASS IS NOT NEEDED.
023900*  A TAB IS SPOTTED AS ANY CHARACTER COLLATING BELOW
023910*  SPACE: EVERY PRINTABLE ASCII CHARACTER SITS AT OR
023920*  ABOVE SPACE, AND THE TAB (OCTAL 011) IS THE ONLY
023930*  CONTROL CHARACTER THAT CAN APPEAR INSIDE A CREF
023940*  LINE IMAGE.
023950  01 CREF-EXPAND-SOURCE.
023960      02 CREF-SOURCE-CHAR PICTURE X(1) OCCURS 133 TIMES.
023970  01 CREF-EXPAND-WORK.
023980      02 CREF-EXPANDED-IMAGE PICTURE X(128).
023990      02 FILLER PICTURE X(5).
024000  01 CREF-EXPAND-RED REDEFINES CREF-EXPAND-WORK.
024010      02 CREF-TARGET-CHAR PICTURE X(1) OCCURS 133 TIMES.
024020  77 CREF-SOURCE-INDEX PICTURE 9(3).
024030  77 CREF-TARGET-INDEX PICTURE 9(3).
024040  77 TAB-STOP-WORK PICTURE 9(3).
024050  77 TAB-STOP-QUOT PICTURE 9(3).
024060  77 TAB-STOP-REM PICTURE 9(3).

024070  77 CKPT-FILE-STATUS PICTURE X(2).
024080  77 RESUME-PENDING-SWITCH PICTURE X(1) VALUE IS 'N'.
024090      88 RESUME-PENDING VALUE IS 'Y'.
024100  77 CKPT-PPN-SAVE PICTURE X(6) VALUE IS SPACES.
024110  77 CKPT-FILE-PART-SAVE PICTURE X(6) VALUE IS SPACES.
024120  77 CKPT-EXTENS-SAVE PICTURE X(3) VALUE IS SPACES.

024130  01 NAME-BUFFER.
024140      02 SYMBOL-ENTRY PICTURE X(6).
024150      02 FILLER PICTURE XX.
024160      02 ORIG-REFS PICTURE X(120).
024170  01 SECONDARY-LINE REDEFINES NAME-BUFFER.
024180      02 SECONDARY-KEY PICTURE X(8).
024190      02 SECONDARY-REFS PICTURE X(120).
024200  77 ID1 PICTURE 9(6).
024210  77 REMEMBER-SYMBOL PICTURE X(6).
024220  77 ID2 PICTURE 9(6).
024230  77 ID3 PICTURE 9(6).
024240  77 ID4 PICTURE 9(6).

024250  01 OUTPUT-COMPOSER.
024260      02 SYMBOL-COMP PICTURE X(6).
024270      02 FILLER PICTURE XX VALUE IS '  '.
024280      02 PPN-COMP PICTURE X(6).
024290      02 FILLER PICTURE XX VALUE IS '  '.
024300      02 ELEMENT-COMP PICTURE X(6).
024310      02 FILLER PICTURE XX VALUE IS '  '.
024320      02 EXTENS-COMP PICTURE X(3).
024330      02 FILLER PICTURE XX VALUE IS '  '.
024340      02 REFS-COMP PICTURE X(120).
024350  01 OUTPUT-COMPOSER-2.
024360      02 ELEMENT-COMP-2 PICTURE X(6).
024370      02 FILLER PICTURE XX VALUE IS '  '.
024380      02 PPN-COMP-2 PICTURE X(6).
024390      02 FILLER PICTURE XX VALUE IS '  '.
024400      02 EXTENS-COMP-2 PICTURE X(3).
024410      02 FILLER PICTURE XX VALUE IS '  '.
024420      02 SYMBOL-COMP-2 PICTURE X(6).

024430*  ONE SYMBOL-ID'S WORTH OF BUFFERED SORT-LINES,
024440*  HELD SO OUTPUT-SECTION CAN DECIDE WHETHER THE
024450*  GROUP IS SHARED, AN ORPHAN, OR MULTIPLY DEFINED
024460*  BEFORE ANY OF IT IS WRITTEN OUT.  LINES PAST THE
024470*  TABLE SPILL TO GROUP-SPILL; GET-GROUP-LINE HANDS
024480*  EVERY WALK THE WHOLE GROUP, TABLE AND SPILL BOTH.
024490  01 GROUP-BUFFER.
024500      02 GROUP-BUFFER-ENTRY OCCURS 2000 TIMES.
024510          03 GROUP-SYMBOL-OUT PICTURE X(6).
024520          03 GROUP-PPN-OUT PICTURE X(6).
024530          03 GROUP-ELEMENT-OUT PICTURE X(6).
024540          03 GROUP-EXTENS-OUT PICTURE X(3).
024550          03 GROUP-REFS-OUT PICTURE X(120).
024560  77 GROUP-LINE-COUNT PICTURE 9(4) VALUE IS ZERO.
024570  77 GROUP-TOTAL-COUNT PICTURE 9(6) VALUE IS ZERO.
024580  77 GROUP-LINE-INDEX PICTURE 9(6).
024590  77 GROUP-SPILL-SWITCH PICTURE X(1) VALUE IS 'N'.
024600      88 GROUP-SPILLED VALUE IS 'Y'.
024610  77 GROUP-CUR-SYMBOL PICTURE X(6).
024620  77 GROUP-CUR-PPN PICTURE X(6).
024630  77 GROUP-CUR-ELEMENT PICTURE X(6).
024640  77 GROUP-CUR-EXTENS PICTURE X(3).
024650  77 GROUP-CUR-REFS PICTURE X(120).
024660  77 GROUP-CURRENT-SYMBOL PICTURE X(6) VALUE IS SPACES.
024670  77 GROUP-DISTINCT-ELEMENTS PICTURE 9(4) VALUE IS ZERO.
024680  77 GROUP-DEFN-ELEMENTS PICTURE 9(4) VALUE IS ZERO.
024690  77 PRIOR-GROUP-ELEMENT PICTURE X(6).
024700  77 PRIOR-GROUP-PPN PICTURE X(6).
024710  77 PRIOR-GROUP-EXTENS PICTURE X(3).
024720  77 CURRENT-DEFN-SWITCH PICTURE X(1) VALUE IS 'N'.
024730      88 CURRENT-ELEMENT-HAS-DEFN VALUE IS 'Y'.

024740*  DEC CREF MARKS A DEFINING REFERENCE WITH A
024750*  TRAILING '=' ON THE LINE NUMBER; CHANGE
024760*  DEFN-MARK-CHAR IF YOUR CREF MARKS IT DIFFERENTLY.
024770  77 DEFN-MARK-CHAR PICTURE X(1) VALUE IS '='.
024780  77 DEFN-MARK-TALLY PICTURE 9(3).

024790*  DEADWOOD ACCOUNTING.  A SECOND WALK OF EACH SYMBOL
024800*  GROUP WRITES ONE TYPE-'D' WORK RECORD PER DEFINING
024810*  ELEMENT; THE REPORT PASS THEN LOOKS FOR ELEMENTS
024820*  WHOSE EVERY RECORD CAME UP WITHOUT A TAKER.
024830  77 DWORK-PRIOR-ELEMENT PICTURE X(6).
024840  77 DWORK-PRIOR-PPN PICTURE X(6).
024850  77 DWORK-PRIOR-EXTENS PICTURE X(3).
024860  77 DWORK-DEFN-SWITCH PICTURE X(1) VALUE IS 'N'.
024870      88 DWORK-ELEMENT-HAS-DEFN VALUE IS 'Y'.
024880  77 DEADWOOD-CURRENT-ELEMENT PICTURE X(6).
024890  77 DEADWOOD-CURRENT-PPN PICTURE X(6).
024900  77 DEADWOOD-CURRENT-EXTENS PICTURE X(3).
024910  77 DEADWOOD-DEFN-COUNT PICTURE 9(4) VALUE IS ZERO.
024920  77 DEADWOOD-CLEAN-SWITCH PICTURE X(1) VALUE IS 'Y'.
024930      88 DEADWOOD-CLEAN VALUE IS 'Y'.

024940*  DEPENDENCY ACCOUNTING.  GROUP-FIRST-DEFN-* REMEMBER
024950*  THE FIRST ELEMENT SEEN DEFINING THE GROUP'S SYMBOL;
024960*  EVERY OTHER DISTINCT ELEMENT IN THE GROUP DEPENDS
024970*  ON IT AND YIELDS ONE TYPE-'P' WORK RECORD.
024980  77 GROUP-FIRST-DEFN-ELEMENT PICTURE X(6)
024990      VALUE IS SPACES.
025000  77 GROUP-FIRST-DEFN-PPN PICTURE X(6)
025010      VALUE IS SPACES.
025020  77 GROUP-FIRST-DEFN-EXTENS PICTURE X(3)
025030      VALUE IS SPACES.
025040  77 DEP-PRIOR-ELEMENT PICTURE X(6).
025050  77 DEP-PRIOR-PPN PICTURE X(6).
025060  77 DEP-PRIOR-EXTENS PICTURE X(3).
025070  77 DEPEND-COMP-ELEMENT PICTURE X(6).
025080  77 DEPEND-COMP-PPN PICTURE X(6).
025090  77 DEPEND-COMP-EXTENS PICTURE X(3).
025100  77 DEPEND-COMP-ON PICTURE X(6).
025110  77 LIBRARY-COMP-ELEMENT PICTURE X(6).
025120  77 LIBRARY-COMP-PPN PICTURE X(6).
025130  77 LIBRARY-COMP-EXTENS PICTURE X(3).
025140  77 LIBRARY-COMP-NAME PICTURE X(6).
025150  77 LIBRARY-COMP-MODULE PICTURE X(6).

025160  77 ORPHAN-SYMBOL-COUNT PICTURE 9(6) VALUE IS ZERO.
025170  77 MULDEF-SYMBOL-COUNT PICTURE 9(6) VALUE IS ZERO.
025180  77 UNDEF-SYMBOL-COUNT PICTURE 9(6) VALUE IS ZERO.
025190  77 LIBRARY-RESOLVED-COUNT PICTURE 9(6)
025200      VALUE IS ZERO.
025210  77 DEADWOOD-ELEMENT-COUNT PICTURE 9(6) VALUE IS ZERO.
025220  77 STANDARD-EXCEPTION-COUNT PICTURE 9(6)
025230      VALUE IS ZERO.
025240  77 FILES-CULLED-COUNT PICTURE 9(6) VALUE IS ZERO.
025250  77 SORT-LINES-RELEASED-COUNT PICTURE 9(6)
025260      VALUE IS ZERO.
025270  77 DISTINCT-SYMBOL-COUNT PICTURE 9(6) VALUE IS ZERO.
025280  77 FILES-CULLED-DISP PICTURE ZZZZZ9.
025290  77 SORT-LINES-DISP PICTURE ZZZZZ9.
025300  77 DISTINCT-SYMBOL-DISP PICTURE ZZZZZ9.

025310  PROCEDURE DIVISION.
025320  DECLARATIVES.
025330  CREF-ERROR-HANDLING SECTION.
025340      USE AFTER STANDARD ERROR PROCEDURE ON
025350          CREF-LISTING.
025360  CREF-ERROR-PARAGRAPH.
025370*     JUST REMEMBER THAT THE READ WENT BAD.
025380*     CYCLE-SALVAGE (INPUT-SECTION) DECIDES WHETHER
025390*     THE TRAPPED RECORD IS A FINAL LINE WITHOUT A
025400*     CRLF WORTH CULLING OR A GENUINELY UNREADABLE
025410*     ONE FOR CULBADLST.
025420      MOVE 'Y' TO CREF-READ-BAD-SWITCH.
025430      MOVE CREF-FILE-STATUS TO CREF-BAD-STATUS-SAVE.
025440  END DECLARATIVES.

025450* =====================================================
025460*  MAIN LINE
025470* =====================================================
025480  MAINLINE-SECTION SECTION.
025490  INITIALIZE-RUN.
025500      OPEN OUTPUT COMBINED-LISTINGS.
025510      OPEN OUTPUT ELEMENT-LISTINGS.
025520      OPEN OUTPUT ORPHAN-LISTINGS.
025530      OPEN OUTPUT MULDEF-LISTINGS.
025540      OPEN OUTPUT UNDEF-LISTINGS.
025550      OPEN OUTPUT DEADWOOD-LISTINGS.
025560      OPEN OUTPUT AUX-WORK.
025570      OPEN OUTPUT DEPEND-LISTINGS.
025580      OPEN OUTPUT LIBRARY-LISTINGS.
025590      OPEN OUTPUT IMPACT-LISTINGS.
025600      OPEN OUTPUT ORDER-LISTINGS.
025610      OPEN OUTPUT BUILD-ORDER-DECK.
025620      OPEN OUTPUT DELTA-LISTINGS.
025630      OPEN OUTPUT RECONCILE-LISTINGS.
025640      OPEN OUTPUT TREND-LISTINGS.
025650      OPEN OUTPUT RETIRE-LISTINGS.
025660      OPEN OUTPUT ARCHIVE-DECK.
025670      OPEN OUTPUT RUN-LISTINGS.
025680      OPEN OUTPUT DETAIL-WORK.
025690      OPEN OUTPUT SUBSYSTEM-WORK.
025700      OPEN OUTPUT GATE-LISTINGS.
025710      OPEN OUTPUT DUP-LISTINGS.
025720      OPEN OUTPUT COVER-LISTINGS.
025730      OPEN OUTPUT SUBSYSTEM-LISTINGS.
025740      OPEN OUTPUT GROUP-SPILL.
025750      OPEN OUTPUT STANDARD-LISTINGS.
025760      OPEN OUTPUT BAD-LISTINGS.
025770      OPEN OUTPUT WORK-FILE.
025780      MOVE SPACES TO OUTPUT-LINE.
025790      MOVE SPACES TO ELEMENT-OUTPUT-LINE.
025800      MOVE SPACES TO ORPHAN-LINE.
025810      MOVE SPACES TO MULDEF-LINE.
025820      MOVE SPACES TO UNDEF-LINE.
025830      MOVE SPACES TO DEADWOOD-LINE.
025840      MOVE SPACES TO DEPEND-LINE.
025850      MOVE SPACES TO LIBRARY-LINE.
025860      MOVE SPACES TO IMPACT-LINE.
025870      MOVE SPACES TO ORDER-LINE.
025880      MOVE SPACES TO DELTA-LINE.
025890      MOVE SPACES TO RECONCILE-LINE.
025900      MOVE SPACES TO TREND-LINE.
025910      MOVE SPACES TO RETIRE-LINE.
025920      MOVE SPACES TO STANDARD-LINE.
025930      MOVE SPACES TO BAD-LINE.
025940      MOVE SPACES TO RUN-LINE.
025950      MOVE SPACES TO AUDIT-COMPOSER.
025960      MOVE SPACES TO GATE-LINE.
025970      MOVE SPACES TO DUP-LINE.
025980      MOVE SPACES TO COVER-LINE.
025990      MOVE SPACES TO SUBSYSTEM-LINE.
026000      MOVE ZEROS TO PPN-TALLY-TABLE.
026010      MOVE ZEROS TO EXT-TALLY-TABLE.
026020      PERFORM READ-PARAMETERS THRU READ-PARAMETERS-EXIT.
026030      PERFORM BUILD-PAGE-HEADINGS THRU
026040          BUILD-PAGE-HEADINGS-EXIT.
026050      PERFORM READ-RUN-CONTROL THRU
026060          READ-RUN-CONTROL-EXIT.
026070      PERFORM READ-CHECKPOINT THRU READ-CHECKPOINT-EXIT.
026080      PERFORM READ-SELECTED-FILES THRU
026090          READ-SELECTED-FILES-EXIT.
026100*     A TARGETED CULL MUST NOT REBUILD THE KEYED
026110*     MASTERS FROM A PARTIAL SWEEP (SEE REMARKS).
026120      IF NOT SELECTED-FILES-ACTIVE
026130          OPEN OUTPUT NEW-SYM-MASTER
026140          OPEN OUTPUT NEW-ELEM-MASTER
026150          PERFORM WRITE-MASTER-STAMPS THRU
026160              WRITE-MASTER-STAMPS-EXIT.
026170      PERFORM READ-LISTING-BANK THRU
026180          READ-LISTING-BANK-EXIT.
026190      PERFORM READ-CHANGED-ELEMENTS THRU
026200          READ-CHANGED-ELEMENTS-EXIT.
026210      PERFORM READ-PREFIX-REGISTER THRU
026220          READ-PREFIX-REGISTER-EXIT.
026230      PERFORM READ-LIBRARY-CATALOG THRU
026240          READ-LIBRARY-CATALOG-EXIT.
026250      PERFORM READ-SUBSYSTEM-REGISTER THRU
026260          READ-SUBSYSTEM-REGISTER-EXIT.
026270      PERFORM DO-BY-SYMBOL-CULL THRU
026280          DO-BY-SYMBOL-CULL-EXIT.
026290      PERFORM DO-BY-ELEMENT-CULL THRU
026300          DO-BY-ELEMENT-CULL-EXIT.
026310      PERFORM DO-ELEMENT-REPORTS THRU
026320          DO-ELEMENT-REPORTS-EXIT.
026330      PERFORM DO-DEADWOOD-AGING THRU
026340          DO-DEADWOOD-AGING-EXIT.
026350      PERFORM DO-DUPLICATE-REPORT THRU
026360          DO-DUPLICATE-REPORT-EXIT.
026370      PERFORM DO-BUILD-ORDER THRU
026380          DO-BUILD-ORDER-EXIT.
026390      PERFORM DO-IMPACT-REPORT THRU
026400          DO-IMPACT-REPORT-EXIT.
026410      PERFORM LOAD-CHANGE-REQUESTS THRU
026420          LOAD-CHANGE-REQUESTS-EXIT.
026430      PERFORM DO-DELTA-REPORT THRU
026440          DO-DELTA-REPORT-EXIT.
026450      PERFORM DO-CHANGE-RECONCILE THRU
026460          DO-CHANGE-RECONCILE-EXIT.
026470      PERFORM DO-LISTING-BANK-SAVE THRU
026480          DO-LISTING-BANK-SAVE-EXIT.
026490      PERFORM DO-COVERAGE-REPORT THRU
026500          DO-COVERAGE-REPORT-EXIT.
026510      PERFORM DO-SUBSYSTEM-REPORT THRU
026520          DO-SUBSYSTEM-REPORT-EXIT.
026530      PERFORM DO-HISTORY-TREND THRU
026540          DO-HISTORY-TREND-EXIT.
026550      PERFORM DO-RUN-AUDIT THRU
026560          DO-RUN-AUDIT-EXIT.
026570      PERFORM DO-BUILD-GATE THRU
026580          DO-BUILD-GATE-EXIT.
026590      PERFORM WRITE-CHECKPOINT-CLEAR THRU
026600          WRITE-CHECKPOINT-CLEAR-EXIT.
026610      CLOSE COMBINED-LISTINGS.
026620      CLOSE ELEMENT-LISTINGS.
026630      CLOSE ORPHAN-LISTINGS.
026640      CLOSE MULDEF-LISTINGS.
026650      CLOSE UNDEF-LISTINGS.
026660      CLOSE DEADWOOD-LISTINGS.
026670      CLOSE DEPEND-LISTINGS.
026680      CLOSE LIBRARY-LISTINGS.
026690      CLOSE IMPACT-LISTINGS.
026700      CLOSE ORDER-LISTINGS.
026710      CLOSE BUILD-ORDER-DECK.
026720      CLOSE DELTA-LISTINGS.
026730      CLOSE RECONCILE-LISTINGS.
026740      CLOSE TREND-LISTINGS.
026750      CLOSE RETIRE-LISTINGS.
026760      CLOSE ARCHIVE-DECK.
026770      CLOSE RUN-LISTINGS.
026780      CLOSE GATE-LISTINGS.
026790      CLOSE DUP-LISTINGS.
026800      CLOSE COVER-LISTINGS.
026810      CLOSE SUBSYSTEM-LISTINGS.
026820      IF NOT SELECTED-FILES-ACTIVE
026830          CLOSE NEW-SYM-MASTER
026840          CLOSE NEW-ELEM-MASTER.
026850      CLOSE BAD-LISTINGS.
026860      CLOSE GROUP-SPILL.
026870      CLOSE STANDARD-LISTINGS.
026880      PERFORM COMMIT-RUN-SET THRU COMMIT-RUN-SET-EXIT.
026890      PERFORM APPEND-RUN-LOG THRU APPEND-RUN-LOG-EXIT.
026900      MOVE FILES-CULLED-COUNT TO FILES-CULLED-DISP.
026910      MOVE SORT-LINES-RELEASED-COUNT TO SORT-LINES-DISP.
026920      MOVE DISTINCT-SYMBOL-COUNT TO DISTINCT-SYMBOL-DISP.
026930      DISPLAY 'FILES CULLED    ' FILES-CULLED-DISP.
026940      DISPLAY 'SORT-LINES OUT   ' SORT-LINES-DISP.
026950      DISPLAY 'DISTINCT SYMBOLS ' DISTINCT-SYMBOL-DISP.
026960      DISPLAY 'DONE.'.
026970      IF SELECTED-FILES-ACTIVE
026980          DISPLAY 'CULL: TARGETED CULL -- GATE VERDICT'
026990              ' IS NOT AUTHORITATIVE.'.
027000      IF GATE-FAILED
027010          DISPLAY 'CULL: *** BUILD NO-GO ***'
027020      ELSE
027030          DISPLAY 'CULL: *** BUILD GO ***'.
027040      STOP RUN.

027050  DO-BY-SYMBOL-CULL.
027060      SORT SORT-FILE ON ASCENDING KEY SYMBOL-ID,
027070          ELEMENT-ID, PPN-ID, EXTENS-ID, SYMBOL-REFS
027080          INPUT PROCEDURE IS INPUT-SECTION
027090          OUTPUT PROCEDURE IS OUTPUT-SECTION.
027100  DO-BY-SYMBOL-CULL-EXIT.
027110      EXIT.

027120  DO-BY-ELEMENT-CULL.
027130      CLOSE WORK-FILE.
027140      OPEN INPUT WORK-FILE.
027150      SORT SORT-FILE-2 ON ASCENDING KEY ELEMENT-ID-2,
027160          PPN-ID-2, EXTENS-ID-2, SYMBOL-ID-2,
027170          SYMBOL-REFS-2
027180          INPUT PROCEDURE IS ELEMENT-INPUT-SECTION
027190          OUTPUT PROCEDURE IS ELEMENT-OUTPUT-SECTION.
027200      CLOSE WORK-FILE.
027210  DO-BY-ELEMENT-CULL-EXIT.
027220      EXIT.

027230* =====================================================
027240*  DO-ELEMENT-REPORTS -- ONE SORT OF THE COMBINED
027250*  WORK FILE BY ELEMENT SERVES THE DEADWOOD (TYPE 'D'),
027260*  LIBRARY (TYPE 'L') AND DEPENDENCY (TYPE 'P') SIDES
027270*  TOGETHER; THE OUTPUT PROCEDURE ROUTES EACH RECORD
027280*  AND BANKS THE DEPENDENCY EDGES IN CORE FOR THE
027290*  BUILD-ORDER AND IMPACT PASSES, SO NOTHING HERE IS
027300*  EVER RE-READ.
027310* =====================================================
027320  DO-ELEMENT-REPORTS.
027330      CLOSE AUX-WORK.
027340      OPEN INPUT AUX-WORK.
027350      SORT SORT-FILE-3 ON ASCENDING KEY ELEMENT-ID-3,
027360          PPN-ID-3, EXTENS-ID-3, TYPE-ID-3,
027370          ON-ELEMENT-ID-3, SYMBOL-ID-3
027380          INPUT PROCEDURE IS AUX-INPUT-SECTION
027390          OUTPUT PROCEDURE IS AUX-OUTPUT-SECTION.
027400      CLOSE AUX-WORK.
027410  DO-ELEMENT-REPORTS-EXIT.
027420      EXIT.

027430* =====================================================
027440*  DO-DEADWOOD-AGING -- CARRIES THE CULAGE.DAT AGING
027450*  FILE FORWARD: EVERY ELEMENT THE DEADWOOD PASS JUST
027460*  CALLED DEAD GETS LAST SWEEP'S CONSECUTIVE-RUN COUNT
027470*  PLUS ONE (OR STARTS AT ONE), EVERY ELEMENT THAT
027480*  DROPPED OFF IS FORGOTTEN, AND ANYTHING DEAD FOR
027490*  DEADRUN CONSECUTIVE FULL SWEEPS GOES ON THE
027500*  CULRETLST RETIREMENT REPORT AND THE CULARC.DAT
027510*  ARCHIVE DECK.  A TARGETED CULL SEES ONLY PART OF
027520*  THE WORLD, SO IT NEITHER AGES NOR RETIRES.
027530*  THE NEW AGING FILE IS BUILT AS CULAGE.TMP, PART
027540*  OF THE SET COMMIT-RUN-SET PUTS IN PLACE.
027550* =====================================================
027560  DO-DEADWOOD-AGING.
027570      IF SELECTED-FILES-ACTIVE
027580          WRITE RETIRE-LINE FROM RETIRE-TARGETED-NOTE
027590          GO TO DO-DEADWOOD-AGING-EXIT.
027600      PERFORM LOAD-AGING-FILE THRU LOAD-AGING-FILE-EXIT.
027610      OPEN OUTPUT NEW-AGING-FILE.
027620      IF NEW-AGING-STATUS IS NOT EQUAL TO '00'
027630          DISPLAY 'CULL: CANNOT WRITE CULAGE.TMP --'
027640              ' RUN WILL NOT BE COMMITTED.'
027650          MOVE 'N' TO SET-COMPLETE-SWITCH
027660          GO TO DO-DEADWOOD-AGING-EXIT.
027670      WRITE RETIRE-LINE FROM RETIRE-TITLES.
027680      MOVE SPACES TO RETIRE-LINE.
027690      WRITE RETIRE-LINE.
027700      PERFORM AGE-ONE-DEAD-ELEMENT THRU
027710          AGE-ONE-DEAD-ELEMENT-EXIT
027720          VARYING DEAD-NOW-INDEX FROM 1 BY 1
027730          UNTIL DEAD-NOW-INDEX IS GREATER THAN
027740              DEAD-NOW-COUNT.
027750      CLOSE NEW-AGING-FILE.
027760  DO-DEADWOOD-AGING-EXIT.
027770      EXIT.

027780  LOAD-AGING-FILE.
027790      OPEN INPUT AGING-FILE.
027800      IF AGING-FILE-STATUS IS NOT EQUAL TO '00'
027810          GO TO LOAD-AGING-FILE-EXIT.
027820  LOAD-AGING-LOOP.
027830      READ AGING-FILE
027840          AT END GO TO LOAD-AGING-CLOSE.
027850      IF AGE-OLD-COUNT IS EQUAL TO 500
027860          DISPLAY 'CULL: CULAGE.DAT HAS MORE THAN 500'
027870              ' ENTRIES -- REST DROPPED.'
027880          GO TO LOAD-AGING-CLOSE.
027890      ADD 1 TO AGE-OLD-COUNT.
027900      MOVE AGE-ELEMENT TO AO-ELEMENT (AGE-OLD-COUNT).
027910      MOVE AGE-PPN TO AO-PPN (AGE-OLD-COUNT).
027920      MOVE AGE-EXTENS TO AO-EXTENS (AGE-OLD-COUNT).
027930      MOVE AGE-RUNS TO AO-RUNS (AGE-OLD-COUNT).
027940      GO TO LOAD-AGING-LOOP.
027950  LOAD-AGING-CLOSE.
027960      CLOSE AGING-FILE.
027970  LOAD-AGING-FILE-EXIT.
027980      EXIT.

027990  AGE-ONE-DEAD-ELEMENT.
028000      MOVE ZERO TO AGE-FOUND-RUNS.
028010      PERFORM TEST-ONE-AGE-ENTRY THRU
028020          TEST-ONE-AGE-ENTRY-EXIT
028030          VARYING AGE-OLD-INDEX FROM 1 BY 1
028040          UNTIL AGE-OLD-INDEX IS GREATER THAN
028050              AGE-OLD-COUNT.
028060      IF AGE-FOUND-RUNS IS LESS THAN 999
028070          ADD 1 AGE-FOUND-RUNS GIVING AGE-NEW-RUNS
028080      ELSE
028090          MOVE AGE-FOUND-RUNS TO AGE-NEW-RUNS.
028100      MOVE DN-ELEMENT (DEAD-NOW-INDEX) TO NAGE-ELEMENT.
028110      MOVE DN-PPN (DEAD-NOW-INDEX) TO NAGE-PPN.
028120      MOVE DN-EXTENS (DEAD-NOW-INDEX) TO NAGE-EXTENS.
028130      MOVE AGE-NEW-RUNS TO NAGE-RUNS.
028140      WRITE NEW-AGING-LINE.
028150      IF AGE-NEW-RUNS IS LESS THAN DEADWOOD-RUNS-WANTED
028160          GO TO AGE-ONE-DEAD-ELEMENT-EXIT.
028170      MOVE SPACES TO RETIRE-LINE.
028180      MOVE DN-ELEMENT (DEAD-NOW-INDEX) TO
028190          RETIRE-ELEMENT-OUT.
028200      MOVE DN-PPN (DEAD-NOW-INDEX) TO RETIRE-PPN-OUT.
028210      MOVE DN-EXTENS (DEAD-NOW-INDEX) TO
028220          RETIRE-EXTENS-OUT.
028230      MOVE AGE-NEW-RUNS TO RETIRE-RUNS-OUT.
028240      MOVE 'CONSECUTIVE FULL SWEEPS DEAD - ARCHIVE' TO
028250          RETIRE-TEXT-OUT.
028260      WRITE RETIRE-LINE.
028270      MOVE DN-ELEMENT (DEAD-NOW-INDEX) TO
028280          ARCHIVE-ELEMENT.
028290      WRITE ARCHIVE-DECK-LINE.
028300  AGE-ONE-DEAD-ELEMENT-EXIT.
028310      EXIT.
028320  TEST-ONE-AGE-ENTRY.
028330      IF AO-ELEMENT (AGE-OLD-INDEX) IS EQUAL TO
028340              DN-ELEMENT (DEAD-NOW-INDEX) AND
028350          AO-PPN (AGE-OLD-INDEX) IS EQUAL TO
028360              DN-PPN (DEAD-NOW-INDEX) AND
028370          AO-EXTENS (AGE-OLD-INDEX) IS EQUAL TO
028380              DN-EXTENS (DEAD-NOW-INDEX)
028390          MOVE AO-RUNS (AGE-OLD-INDEX) TO
028400              AGE-FOUND-RUNS.
028410  TEST-ONE-AGE-ENTRY-EXIT.
028420      EXIT.

028430* =====================================================
028440*  DO-DUPLICATE-REPORT -- COMPARES EVERY PAIR OF
028450*  ELEMENTS ON THE DEFINED-SYMBOL MANIFESTS THE
028460*  DEADWOOD SORT CAPTURED.  EACH MANIFEST ARRIVED IN
028470*  SYMBOL ORDER, SO THE SHARED COUNT OF A PAIR IS ONE
028480*  MERGE WALK.  A PAIR GOES ON CULDUPLST WHEN AT
028490*  LEAST TWO DEFINED SYMBOLS ARE SHARED AND THE
028500*  SHARED COUNT REACHES DUPPCT PERCENT OF THE SMALLER
028510*  MANIFEST -- COPIED CODE THAT HAS PARTLY DRIFTED.
028520* =====================================================
028530  DO-DUPLICATE-REPORT.
028540      IF DUP-ELEM-COUNT IS LESS THAN 2
028550          GO TO DO-DUPLICATE-REPORT-EXIT.
028560      WRITE DUP-LINE FROM DUP-TITLES.
028570      MOVE SPACES TO DUP-LINE.
028580      WRITE DUP-LINE.
028590      PERFORM COMPARE-ONE-DUP-BASE THRU
028600          COMPARE-ONE-DUP-BASE-EXIT
028610          VARYING DUP-I FROM 1 BY 1
028620          UNTIL DUP-I IS NOT LESS THAN DUP-ELEM-COUNT.
028630  DO-DUPLICATE-REPORT-EXIT.
028640      EXIT.
028650  COMPARE-ONE-DUP-BASE.
028660      ADD 1 DUP-I GIVING DUP-J-START.
028670      PERFORM COMPARE-ONE-DUP-PAIR THRU
028680          COMPARE-ONE-DUP-PAIR-EXIT
028690          VARYING DUP-J FROM DUP-J-START BY 1
028700          UNTIL DUP-J IS GREATER THAN DUP-ELEM-COUNT.
028710  COMPARE-ONE-DUP-BASE-EXIT.
028720      EXIT.
028730  COMPARE-ONE-DUP-PAIR.
028740*     TWO SLOTS WITH THE SAME (ELEMENT, PPN) ARE THE
028750*     SAME ELEMENT SWEPT UNDER TWO LISTING
028760*     EXTENSIONS, NOT A COPY -- SKIP THE PAIR.
028770      IF DUP-ELEMENT (DUP-I) IS EQUAL TO
028780              DUP-ELEMENT (DUP-J) AND
028790          DUP-PPN (DUP-I) IS EQUAL TO DUP-PPN (DUP-J)
028800          GO TO COMPARE-ONE-DUP-PAIR-EXIT.
028810      MOVE ZERO TO DUP-SHARED-COUNT.
028820      MOVE 1 TO DUP-IX.
028830      MOVE 1 TO DUP-JX.
028840  DUP-MERGE-LOOP.
028850      IF DUP-IX IS GREATER THAN
028860              DUP-SYMBOL-COUNT (DUP-I) OR
028870          DUP-JX IS GREATER THAN
028880              DUP-SYMBOL-COUNT (DUP-J)
028890          GO TO DUP-MERGE-DONE.
028900      IF DUP-SYMBOL (DUP-I, DUP-IX) IS LESS THAN
028910              DUP-SYMBOL (DUP-J, DUP-JX)
028920          ADD 1 TO DUP-IX
028930          GO TO DUP-MERGE-LOOP.
028940      IF DUP-SYMBOL (DUP-I, DUP-IX) IS GREATER THAN
028950              DUP-SYMBOL (DUP-J, DUP-JX)
028960          ADD 1 TO DUP-JX
028970          GO TO DUP-MERGE-LOOP.
028980      ADD 1 TO DUP-SHARED-COUNT.
028990      ADD 1 TO DUP-IX.
029000      ADD 1 TO DUP-JX.
029010      GO TO DUP-MERGE-LOOP.
029020  DUP-MERGE-DONE.
029030      IF DUP-SHARED-COUNT IS LESS THAN 2
029040          GO TO COMPARE-ONE-DUP-PAIR-EXIT.
029050      IF DUP-SYMBOL-COUNT (DUP-I) IS LESS THAN
029060              DUP-SYMBOL-COUNT (DUP-J)
029070          MOVE DUP-SYMBOL-COUNT (DUP-I) TO
029080              DUP-SMALLER-TOTAL
029090      ELSE
029100          MOVE DUP-SYMBOL-COUNT (DUP-J) TO
029110              DUP-SMALLER-TOTAL.
029120      MULTIPLY DUP-SHARED-COUNT BY 100
029130          GIVING DUP-SHARED-PCT.
029140      MULTIPLY DUP-SMALLER-TOTAL BY DUP-PCT-WANTED
029150          GIVING DUP-LIMIT-PCT.
029160      IF DUP-SHARED-PCT IS LESS THAN DUP-LIMIT-PCT
029170          GO TO COMPARE-ONE-DUP-PAIR-EXIT.
029180      MOVE SPACES TO DUP-LINE.
029190      MOVE DUP-ELEMENT (DUP-I) TO DUP-ELEMENT-1-OUT.
029200      MOVE DUP-PPN (DUP-I) TO DUP-PPN-1-OUT.
029210      MOVE DUP-ELEMENT (DUP-J) TO DUP-ELEMENT-2-OUT.
029220      MOVE DUP-PPN (DUP-J) TO DUP-PPN-2-OUT.
029230      MOVE DUP-SHARED-COUNT TO DUP-SHARED-OUT.
029240      MOVE DUP-SYMBOL-COUNT (DUP-I) TO DUP-TOTAL-1-OUT.
029250      MOVE DUP-SYMBOL-COUNT (DUP-J) TO DUP-TOTAL-2-OUT.
029260      MOVE 'MANIFESTS LARGELY OVERLAP' TO DUP-TEXT-OUT.
029270      WRITE DUP-LINE.
029280  COMPARE-ONE-DUP-PAIR-EXIT.
029290      EXIT.

029300* =====================================================
029310*  DO-IMPACT-REPORT -- GROWS THE AFFECTED SET FROM THE
029320*  CULCHGLST ENTRIES BY SWEEPING THE IN-CORE
029330*  DEPENDENCY EDGES UNTIL A PASS ADDS NOTHING,
029340*  WRITING EACH NEWLY AFFECTED ELEMENT (AND THE EDGE
029350*  THAT PULLED IT IN) TO CULIMPLST.  THE EDGES WERE
029360*  BANKED BY THE ELEMENT-REPORTS SORT, SO NO PASS
029370*  TOUCHES THE DISKS.
029380* =====================================================
029390  DO-IMPACT-REPORT.
029400      IF NOT CHANGED-ELEMENTS-ACTIVE
029410          GO TO DO-IMPACT-REPORT-EXIT.
029420  IMPACT-PASS-LOOP.
029430      MOVE 'N' TO IMPACT-ADDED-SWITCH.
029440      PERFORM TEST-ONE-IMPACT-EDGE THRU
029450          TEST-ONE-IMPACT-EDGE-EXIT
029460          VARYING ORDER-EDGE-INDEX FROM 1 BY 1
029470          UNTIL ORDER-EDGE-INDEX IS GREATER THAN
029480              ORDER-EDGE-COUNT.
029490      IF IMPACT-ADDED GO TO IMPACT-PASS-LOOP.
029500  DO-IMPACT-REPORT-EXIT.
029510      EXIT.

029520  TEST-ONE-IMPACT-EDGE.
029530      MOVE ORDER-EDGE-TO (ORDER-EDGE-INDEX) TO
029540          ORDER-WORK-NODE.
029550      MOVE ORDER-NODE-ELEMENT (ORDER-WORK-NODE) TO
029560          AFFECTED-TARGET.
029570      PERFORM SEARCH-AFFECTED THRU SEARCH-AFFECTED-EXIT.
029580      IF NOT AFFECTED-FOUND
029590          GO TO TEST-ONE-IMPACT-EDGE-EXIT.
029600      MOVE ORDER-EDGE-FROM (ORDER-EDGE-INDEX) TO
029610          ORDER-WORK-NODE.
029620      MOVE ORDER-NODE-ELEMENT (ORDER-WORK-NODE) TO
029630          AFFECTED-TARGET.
029640      PERFORM SEARCH-AFFECTED THRU SEARCH-AFFECTED-EXIT.
029650      IF AFFECTED-FOUND
029660          GO TO TEST-ONE-IMPACT-EDGE-EXIT.
029670      PERFORM ADD-AFFECTED-ELEMENT THRU
029680          ADD-AFFECTED-ELEMENT-EXIT.
029690  TEST-ONE-IMPACT-EDGE-EXIT.
029700      EXIT.

029710  ADD-AFFECTED-ELEMENT.
029720      IF AFFECTED-COUNT IS EQUAL TO 500
029730          PERFORM NOTE-IMPACT-OVERFLOW THRU
029740              NOTE-IMPACT-OVERFLOW-EXIT
029750          GO TO ADD-AFFECTED-ELEMENT-EXIT.
029760      ADD 1 TO AFFECTED-COUNT.
029770      MOVE ORDER-EDGE-FROM (ORDER-EDGE-INDEX) TO
029780          ORDER-WORK-NODE.
029790      MOVE ORDER-NODE-ELEMENT (ORDER-WORK-NODE) TO
029800          AFFECTED-ENTRY (AFFECTED-COUNT).
029810      MOVE ORDER-NODE-ELEMENT (ORDER-WORK-NODE) TO
029820          IMPACT-ELEMENT-OUT.
029830      MOVE 'AFFECTED' TO IMPACT-HOW-OUT.
029840      MOVE ORDER-EDGE-TO (ORDER-EDGE-INDEX) TO
029850          ORDER-WORK-NODE.
029860      MOVE ORDER-NODE-ELEMENT (ORDER-WORK-NODE) TO
029870          IMPACT-VIA-ELEMENT-OUT.
029880      MOVE ORDER-EDGE-SYMBOL (ORDER-EDGE-INDEX) TO
029890          IMPACT-VIA-SYMBOL-OUT.
029900      WRITE IMPACT-LINE.
029910      MOVE 'Y' TO IMPACT-ADDED-SWITCH.
029920  ADD-AFFECTED-ELEMENT-EXIT.
029930      EXIT.
029940  NOTE-IMPACT-OVERFLOW.
029950      IF NOT IMPACT-TABLE-FULL
029960          DISPLAY 'CULL: MORE THAN 500 AFFECTED'
029970              ' ELEMENTS -- CULIMPLST IS INCOMPLETE.'
029980          MOVE 'Y' TO IMPACT-FULL-SWITCH.
029990  NOTE-IMPACT-OVERFLOW-EXIT.
030000      EXIT.

030010* =====================================================
030020*  DO-BUILD-ORDER -- TOPOLOGICALLY ORDERS THE IN-CORE
030030*  EDGES.  EACH PASS PLACES EVERY ELEMENT WHOSE EVERY
030040*  PREREQUISITE WAS PLACED ON AN EARLIER PASS, SO THE
030050*  PASS NUMBER IS THE BUILD LEVEL AND LEAVES COME
030060*  FIRST.  EACH PLACEMENT PUNCHES ONE CULBLD.DAT
030070*  RECORD AND PRINTS ONE CULORDLST LINE; A PASS THAT
030080*  PLACES NOTHING ENDS THE ORDERING, AND WHATEVER IS
030090*  STILL UNPLACED SITS IN A DEPENDENCY CYCLE AND IS
030100*  SET OUT WITH THE EDGES THAT FORM IT.
030110* =====================================================
030120  DO-BUILD-ORDER.
030130      IF ORDER-NODE-COUNT IS EQUAL TO ZERO
030140          WRITE ORDER-LINE FROM ORDER-EMPTY-NOTE
030150          GO TO DO-BUILD-ORDER-EXIT.
030160      WRITE ORDER-LINE FROM ORDER-TITLES.
030170      MOVE SPACES TO ORDER-LINE.
030180      WRITE ORDER-LINE.
030190      MOVE ZERO TO ORDER-PLACED-COUNT.
030200      MOVE ZERO TO ORDER-PASS-LEVEL.
030210  ORDER-PASS-LOOP.
030220      ADD 1 TO ORDER-PASS-LEVEL.
030230      MOVE 'N' TO ORDER-PLACED-SWITCH.
030240      PERFORM TRY-PLACE-ONE-NODE THRU
030250          TRY-PLACE-ONE-NODE-EXIT
030260          VARYING ORDER-NODE-INDEX FROM 1 BY 1
030270          UNTIL ORDER-NODE-INDEX IS GREATER THAN
030280              ORDER-NODE-COUNT.
030290      IF ORDER-NODE-PLACED GO TO ORDER-PASS-LOOP.
030300      IF ORDER-PLACED-COUNT IS LESS THAN
030310              ORDER-NODE-COUNT
030320          PERFORM WRITE-CYCLE-SECTION THRU
030330              WRITE-CYCLE-SECTION-EXIT.
030340  DO-BUILD-ORDER-EXIT.
030350      EXIT.

030360  TRY-PLACE-ONE-NODE.
030370      IF ORDER-NODE-LEVEL (ORDER-NODE-INDEX) IS GREATER
030380              THAN ZERO
030390          GO TO TRY-PLACE-ONE-NODE-EXIT.
030400      MOVE 'Y' TO ORDER-READY-SWITCH.
030410      PERFORM TEST-ONE-PREREQ-EDGE THRU
030420          TEST-ONE-PREREQ-EDGE-EXIT
030430          VARYING ORDER-EDGE-INDEX FROM 1 BY 1
030440          UNTIL ORDER-EDGE-INDEX IS GREATER THAN
030450              ORDER-EDGE-COUNT.
030460      IF NOT ORDER-NODE-READY
030470          GO TO TRY-PLACE-ONE-NODE-EXIT.
030480      MOVE ORDER-PASS-LEVEL TO
030490          ORDER-NODE-LEVEL (ORDER-NODE-INDEX).
030500      ADD 1 TO ORDER-PLACED-COUNT.
030510      MOVE 'Y' TO ORDER-PLACED-SWITCH.
030520      MOVE ORDER-NODE-ELEMENT (ORDER-NODE-INDEX) TO
030530          BUILD-DECK-ELEMENT.
030540      WRITE BUILD-DECK-LINE.
030550      MOVE SPACES TO ORDER-LINE.
030560      MOVE ORDER-PASS-LEVEL TO ORDER-LEVEL-OUT.
030570      MOVE ORDER-NODE-ELEMENT (ORDER-NODE-INDEX) TO
030580          ORDER-ELEMENT-OUT.
030590      WRITE ORDER-LINE.
030600  TRY-PLACE-ONE-NODE-EXIT.
030610      EXIT.
030620*  A PREREQUISITE PLACED ON THIS VERY PASS DOES NOT
030630*  COUNT: LEVELS MUST BE STRICT, SO EVERY ELEMENT
030640*  LANDS ONE LEVEL ABOVE ITS DEEPEST PREREQUISITE.
030650  TEST-ONE-PREREQ-EDGE.
030660      IF ORDER-EDGE-FROM (ORDER-EDGE-INDEX) IS NOT EQUAL
030670              TO ORDER-NODE-INDEX
030680          GO TO TEST-ONE-PREREQ-EDGE-EXIT.
030690      MOVE ORDER-EDGE-TO (ORDER-EDGE-INDEX) TO
030700          ORDER-WORK-NODE.
030710      IF ORDER-NODE-LEVEL (ORDER-WORK-NODE) IS EQUAL TO
030720              ZERO OR
030730          ORDER-NODE-LEVEL (ORDER-WORK-NODE) IS NOT LESS
030740              THAN ORDER-PASS-LEVEL
030750          MOVE 'N' TO ORDER-READY-SWITCH.
030760  TEST-ONE-PREREQ-EDGE-EXIT.
030770      EXIT.

030780  WRITE-CYCLE-SECTION.
030790      MOVE SPACES TO ORDER-LINE.
030800      WRITE ORDER-LINE.
030810      WRITE ORDER-LINE FROM ORDER-CYCLE-BANNER.
030820      MOVE SPACES TO ORDER-LINE.
030830      WRITE ORDER-LINE.
030840      PERFORM WRITE-ONE-CYCLE-NODE THRU
030850          WRITE-ONE-CYCLE-NODE-EXIT
030860          VARYING ORDER-NODE-INDEX FROM 1 BY 1
030870          UNTIL ORDER-NODE-INDEX IS GREATER THAN
030880              ORDER-NODE-COUNT.
030890  WRITE-CYCLE-SECTION-EXIT.
030900      EXIT.
030910  WRITE-ONE-CYCLE-NODE.
030920      IF ORDER-NODE-LEVEL (ORDER-NODE-INDEX) IS GREATER
030930              THAN ZERO
030940          GO TO WRITE-ONE-CYCLE-NODE-EXIT.
030950      PERFORM WRITE-ONE-CYCLE-EDGE THRU
030960          WRITE-ONE-CYCLE-EDGE-EXIT
030970          VARYING ORDER-EDGE-INDEX FROM 1 BY 1
030980          UNTIL ORDER-EDGE-INDEX IS GREATER THAN
030990              ORDER-EDGE-COUNT.
031000  WRITE-ONE-CYCLE-NODE-EXIT.
031010      EXIT.
031020*  ONLY EDGES BETWEEN TWO UNPLACED ELEMENTS BELONG TO
031030*  THE TANGLE; AN EDGE TO A PLACED PREREQUISITE WAS
031040*  SATISFIED AND IS NOT PART OF ANY CYCLE.
031050  WRITE-ONE-CYCLE-EDGE.
031060      IF ORDER-EDGE-FROM (ORDER-EDGE-INDEX) IS NOT EQUAL
031070              TO ORDER-NODE-INDEX
031080          GO TO WRITE-ONE-CYCLE-EDGE-EXIT.
031090      MOVE ORDER-EDGE-TO (ORDER-EDGE-INDEX) TO
031100          ORDER-WORK-NODE.
031110      IF ORDER-NODE-LEVEL (ORDER-WORK-NODE) IS GREATER
031120              THAN ZERO
031130          GO TO WRITE-ONE-CYCLE-EDGE-EXIT.
031140      MOVE SPACES TO ORDER-LINE.
031150      MOVE ORDER-NODE-ELEMENT (ORDER-NODE-INDEX) TO
031160          ORDER-ELEMENT-OUT.
031170      MOVE 'DEPENDS ON' TO ORDER-TEXT-OUT.
031180      MOVE ORDER-NODE-ELEMENT (ORDER-WORK-NODE) TO
031190          ORDER-ON-OUT.
031200      MOVE ORDER-EDGE-SYMBOL (ORDER-EDGE-INDEX) TO
031210          ORDER-VIA-OUT.
031220      WRITE ORDER-LINE.
031230  WRITE-ONE-CYCLE-EDGE-EXIT.
031240      EXIT.

031250* =====================================================
031260*  DO-DELTA-REPORT -- MATCHES THIS RUN'S CULLED
031270*  SNAPSHOT (WORK-FILE) AGAINST THE SAVED PRIOR RUN
031280*  (CULPRV.DAT), WRITES EVERY DIFFERENCE TO
031290*  CULDIFLST, THEN SAVES THIS RUN'S SNAPSHOT (AS
031300*  CULPRV.TMP, FOR COMMIT-RUN-SET) AS THE NEXT BASIS
031310*  OF COMPARISON.
031320* =====================================================
031330  DO-DELTA-REPORT.
031340*     A TARGETED CULL COVERS ONLY PART OF THE SWEEP,
031350*     SO IT NEITHER COMPARES AGAINST NOR REPLACES THE
031360*     FULL-SWEEP BASELINE.
031370      IF SELECTED-FILES-ACTIVE
031380          MOVE SPACES TO DELTA-SYMBOL-OUT
031390          MOVE 'TARGETED CULL - DELTA SKIPPED' TO
031400              DELTA-TEXT-OUT
031410          MOVE SPACES TO DELTA-ELEMENT-OUT
031420          MOVE SPACES TO DELTA-ELEMENT-2-OUT
031430          WRITE DELTA-LINE
031440          GO TO DO-DELTA-REPORT-EXIT.
031450      OPEN INPUT WORK-FILE.
031460      OPEN INPUT PRIOR-CULL.
031470      IF PRIOR-FILE-STATUS IS NOT EQUAL TO '00'
031480          MOVE SPACES TO DELTA-SYMBOL-OUT
031490          MOVE 'NO PRIOR CULL - BASELINE SAVED' TO
031500              DELTA-TEXT-OUT
031510          MOVE SPACES TO DELTA-ELEMENT-OUT
031520          MOVE SPACES TO DELTA-ELEMENT-2-OUT
031530          WRITE DELTA-LINE
031540          CLOSE WORK-FILE
031550          GO TO DO-DELTA-SAVE.
031560      MOVE 'Y' TO DELTA-COMPARED-SWITCH.
031570      PERFORM READ-CURRENT-SNAP THRU
031580          READ-CURRENT-SNAP-EXIT.
031590      PERFORM READ-PRIOR-SNAP THRU
031600          READ-PRIOR-SNAP-EXIT.
031610  DELTA-SYMBOL-LOOP.
031620      IF CUR-SNAP-SYMBOL IS EQUAL TO HIGH-VALUES AND
031630              PRIOR-SNAP-SYMBOL IS EQUAL TO HIGH-VALUES
031640          CLOSE WORK-FILE
031650          CLOSE PRIOR-CULL
031660          GO TO DO-DELTA-SAVE.
031670      IF CUR-SNAP-SYMBOL IS LESS THAN PRIOR-SNAP-SYMBOL
031680          PERFORM DELTA-NEW-SYMBOL THRU
031690              DELTA-NEW-SYMBOL-EXIT
031700          GO TO DELTA-SYMBOL-LOOP.
031710      IF CUR-SNAP-SYMBOL IS GREATER THAN
031720              PRIOR-SNAP-SYMBOL
031730          PERFORM DELTA-GONE-SYMBOL THRU
031740              DELTA-GONE-SYMBOL-EXIT
031750          GO TO DELTA-SYMBOL-LOOP.
031760      PERFORM DELTA-COMPARE-SYMBOL THRU
031770          DELTA-COMPARE-SYMBOL-EXIT.
031780      GO TO DELTA-SYMBOL-LOOP.
031790  DO-DELTA-SAVE.
031800      OPEN OUTPUT NEW-PRIOR-CULL.
031810      IF NEW-PRIOR-STATUS IS NOT EQUAL TO '00'
031820          DISPLAY 'CULL: CANNOT WRITE CULPRV.TMP --'
031830              ' RUN WILL NOT BE COMMITTED.'
031840          MOVE 'N' TO SET-COMPLETE-SWITCH
031850          GO TO DO-DELTA-REPORT-EXIT.
031860      OPEN INPUT WORK-FILE.
031870  DELTA-SAVE-LOOP.
031880      READ WORK-FILE
031890          AT END GO TO DELTA-SAVE-DONE.
031900      MOVE WORK-LINE TO NEW-PRIOR-LINE.
031910      WRITE NEW-PRIOR-LINE.
031920      GO TO DELTA-SAVE-LOOP.
031930  DELTA-SAVE-DONE.
031940      CLOSE WORK-FILE.
031950      CLOSE NEW-PRIOR-CULL.
031960  DO-DELTA-REPORT-EXIT.
031970      EXIT.

031980  READ-CURRENT-SNAP.
031990      READ WORK-FILE
032000          AT END
032010              MOVE HIGH-VALUES TO CUR-SNAP-KEY
032020              GO TO READ-CURRENT-SNAP-EXIT.
032030      MOVE WORK-SYMBOL-ID TO CUR-SNAP-SYMBOL.
032040      MOVE WORK-ELEMENT-ID TO CUR-SNAP-ELEMENT.
032050      MOVE WORK-PPN-ID TO CUR-SNAP-PPN.
032060      MOVE WORK-EXTENS-ID TO CUR-SNAP-EXTENS.
032070      MOVE WORK-SYMBOL-REFS TO CUR-SNAP-REFS.
032080  READ-CURRENT-SNAP-EXIT.
032090      EXIT.
032100  READ-PRIOR-SNAP.
032110      READ PRIOR-CULL
032120          AT END
032130              MOVE HIGH-VALUES TO PRIOR-SNAP-KEY
032140              GO TO READ-PRIOR-SNAP-EXIT.
032150      MOVE PRIOR-SYMBOL-ID TO PRIOR-SNAP-SYMBOL.
032160      MOVE PRIOR-ELEMENT-ID TO PRIOR-SNAP-ELEMENT.
032170      MOVE PRIOR-PPN-ID TO PRIOR-SNAP-PPN.
032180      MOVE PRIOR-EXTENS-ID TO PRIOR-SNAP-EXTENS.
032190      MOVE PRIOR-SYMBOL-REFS TO PRIOR-SNAP-REFS.
032200  READ-PRIOR-SNAP-EXIT.
032210      EXIT.

032220  DELTA-NEW-SYMBOL.
032230      MOVE CUR-SNAP-SYMBOL TO DELTA-WORK-SYMBOL.
032240      MOVE CUR-SNAP-SYMBOL TO DELTA-SYMBOL-OUT.
032250      MOVE 'NEW SYMBOL' TO DELTA-TEXT-OUT.
032260      MOVE SPACES TO DELTA-NOTE-FIRST.
032270      MOVE SPACES TO DELTA-NOTE-DEFINER.
032280      MOVE CUR-SNAP-ELEMENT TO DELTA-ELEMENT-OUT.
032290      MOVE SPACES TO DELTA-ELEMENT-2-OUT.
032300      WRITE DELTA-LINE.
032310  DELTA-NEW-SYMBOL-LOOP.
032320      MOVE CUR-SNAP-ELEMENT TO DELTA-NOTE-ELEMENT.
032330      MOVE CUR-SNAP-REFS TO DELTA-NOTE-REFS.
032340      PERFORM NOTE-DELTA-ELEMENT THRU
032350          NOTE-DELTA-ELEMENT-EXIT.
032360      PERFORM READ-CURRENT-SNAP THRU
032370          READ-CURRENT-SNAP-EXIT.
032380      IF CUR-SNAP-SYMBOL IS EQUAL TO DELTA-WORK-SYMBOL
032390          GO TO DELTA-NEW-SYMBOL-LOOP.
032400      MOVE 'N' TO DELTA-NOTE-KIND.
032410      MOVE SPACES TO DELTA-NOTE-ELEMENT-2.
032420      PERFORM NOTE-DELTA-EVENT THRU NOTE-DELTA-EVENT-EXIT.
032430  DELTA-NEW-SYMBOL-EXIT.
032440      EXIT.
032450  DELTA-GONE-SYMBOL.
032460      MOVE PRIOR-SNAP-SYMBOL TO DELTA-WORK-SYMBOL.
032470      MOVE PRIOR-SNAP-SYMBOL TO DELTA-SYMBOL-OUT.
032480      MOVE 'SYMBOL VANISHED' TO DELTA-TEXT-OUT.
032490      MOVE SPACES TO DELTA-NOTE-FIRST.
032500      MOVE SPACES TO DELTA-NOTE-DEFINER.
032510      MOVE PRIOR-SNAP-ELEMENT TO DELTA-ELEMENT-OUT.
032520      MOVE SPACES TO DELTA-ELEMENT-2-OUT.
032530      WRITE DELTA-LINE.
032540  DELTA-GONE-SYMBOL-LOOP.
032550      MOVE PRIOR-SNAP-ELEMENT TO DELTA-NOTE-ELEMENT.
032560      MOVE PRIOR-SNAP-REFS TO DELTA-NOTE-REFS.
032570      PERFORM NOTE-DELTA-ELEMENT THRU
032580          NOTE-DELTA-ELEMENT-EXIT.
032590      PERFORM READ-PRIOR-SNAP THRU
032600          READ-PRIOR-SNAP-EXIT.
032610      IF PRIOR-SNAP-SYMBOL IS EQUAL TO DELTA-WORK-SYMBOL
032620          GO TO DELTA-GONE-SYMBOL-LOOP.
032630      MOVE 'V' TO DELTA-NOTE-KIND.
032640      MOVE SPACES TO DELTA-NOTE-ELEMENT-2.
032650      PERFORM NOTE-DELTA-EVENT THRU NOTE-DELTA-EVENT-EXIT.
032660  DELTA-GONE-SYMBOL-EXIT.
032670      EXIT.

032680  DELTA-COMPARE-SYMBOL.
032690      MOVE CUR-SNAP-SYMBOL TO DELTA-WORK-SYMBOL.
032700      MOVE SPACES TO OLD-DEFN-ELEMENT.
032710      MOVE SPACES TO NEW-DEFN-ELEMENT.
032720  DELTA-ELEMENT-LOOP.
032730      IF CUR-SNAP-SYMBOL IS NOT EQUAL TO
032740              DELTA-WORK-SYMBOL AND
032750          PRIOR-SNAP-SYMBOL IS NOT EQUAL TO
032760              DELTA-WORK-SYMBOL
032770          GO TO DELTA-ELEMENT-DONE.
032780      IF PRIOR-SNAP-SYMBOL IS NOT EQUAL TO
032790              DELTA-WORK-SYMBOL
032800          GO TO DELTA-ELEMENT-PICKED.
032810      IF CUR-SNAP-SYMBOL IS NOT EQUAL TO
032820              DELTA-WORK-SYMBOL
032830          GO TO DELTA-ELEMENT-DROPPED.
032840      IF CUR-SNAP-ELEMENT-KEY IS LESS THAN
032850              PRIOR-SNAP-ELEMENT-KEY
032860          GO TO DELTA-ELEMENT-PICKED.
032870      IF CUR-SNAP-ELEMENT-KEY IS GREATER THAN
032880              PRIOR-SNAP-ELEMENT-KEY
032890          GO TO DELTA-ELEMENT-DROPPED.
032900      IF CUR-SNAP-REFS IS NOT EQUAL TO PRIOR-SNAP-REFS
032910          MOVE CUR-SNAP-ELEMENT TO DELTA-NOTE-ELEMENT
032920          PERFORM ADD-DELTA-CHANGED THRU
032930              ADD-DELTA-CHANGED-EXIT.
032940      PERFORM ADVANCE-CUR-ELEMENT THRU
032950          ADVANCE-CUR-ELEMENT-EXIT.
032960      PERFORM ADVANCE-PRIOR-ELEMENT THRU
032970          ADVANCE-PRIOR-ELEMENT-EXIT.
032980      GO TO DELTA-ELEMENT-LOOP.
032990  DELTA-ELEMENT-PICKED.
033000      MOVE DELTA-WORK-SYMBOL TO DELTA-SYMBOL-OUT.
033010      MOVE 'ELEMENT PICKED UP REFS' TO DELTA-TEXT-OUT.
033020      MOVE CUR-SNAP-ELEMENT TO DELTA-NOTE-ELEMENT.
033030      PERFORM ADD-DELTA-CHANGED THRU ADD-DELTA-CHANGED-EXIT.
033040      MOVE CUR-SNAP-ELEMENT TO DELTA-ELEMENT-OUT.
033050      MOVE SPACES TO DELTA-ELEMENT-2-OUT.
033060      WRITE DELTA-LINE.
033070      PERFORM ADVANCE-CUR-ELEMENT THRU
033080          ADVANCE-CUR-ELEMENT-EXIT.
033090      GO TO DELTA-ELEMENT-LOOP.
033100  DELTA-ELEMENT-DROPPED.
033110      MOVE DELTA-WORK-SYMBOL TO DELTA-SYMBOL-OUT.
033120      MOVE 'ELEMENT DROPPED REFS' TO DELTA-TEXT-OUT.
033130      MOVE PRIOR-SNAP-ELEMENT TO DELTA-NOTE-ELEMENT.
033140      PERFORM ADD-DELTA-CHANGED THRU ADD-DELTA-CHANGED-EXIT.
033150      MOVE PRIOR-SNAP-ELEMENT TO DELTA-ELEMENT-OUT.
033160      MOVE SPACES TO DELTA-ELEMENT-2-OUT.
033170      WRITE DELTA-LINE.
033180      PERFORM ADVANCE-PRIOR-ELEMENT THRU
033190          ADVANCE-PRIOR-ELEMENT-EXIT.
033200      GO TO DELTA-ELEMENT-LOOP.
033210  DELTA-ELEMENT-DONE.
033220      IF OLD-DEFN-ELEMENT IS NOT EQUAL TO
033230              NEW-DEFN-ELEMENT AND
033240          OLD-DEFN-ELEMENT IS NOT EQUAL TO SPACES AND
033250          NEW-DEFN-ELEMENT IS NOT EQUAL TO SPACES
033260          MOVE DELTA-WORK-SYMBOL TO DELTA-SYMBOL-OUT
033270          MOVE 'DEFINITION MOVED' TO DELTA-TEXT-OUT
033280          MOVE OLD-DEFN-ELEMENT TO DELTA-ELEMENT-OUT
033290          MOVE NEW-DEFN-ELEMENT TO DELTA-ELEMENT-2-OUT
033300          WRITE DELTA-LINE
033310          MOVE OLD-DEFN-ELEMENT TO DELTA-NOTE-DEFINER
033320          MOVE NEW-DEFN-ELEMENT TO DELTA-NOTE-ELEMENT-2
033330          MOVE 'M' TO DELTA-NOTE-KIND
033340          PERFORM NOTE-DELTA-EVENT THRU
033350              NOTE-DELTA-EVENT-EXIT.
033360  DELTA-COMPARE-SYMBOL-EXIT.
033370      EXIT.

033380  ADVANCE-CUR-ELEMENT.
033390      MOVE CUR-SNAP-ELEMENT-KEY TO CUR-RUN-KEY.
033400  ADVANCE-CUR-ELEMENT-LOOP.
033410      MOVE ZERO TO DEFN-MARK-TALLY.
033420      INSPECT CUR-SNAP-REFS
033430          TALLYING DEFN-MARK-TALLY
033440          FOR ALL DEFN-MARK-CHAR.
033450      IF DEFN-MARK-TALLY IS GREATER THAN ZERO AND
033460              NEW-DEFN-ELEMENT IS EQUAL TO SPACES
033470          MOVE CUR-SNAP-ELEMENT TO NEW-DEFN-ELEMENT.
033480      PERFORM READ-CURRENT-SNAP THRU
033490          READ-CURRENT-SNAP-EXIT.
033500      IF CUR-SNAP-SYMBOL IS EQUAL TO DELTA-WORK-SYMBOL
033510              AND
033520          CUR-SNAP-ELEMENT-KEY IS EQUAL TO CUR-RUN-KEY
033530          GO TO ADVANCE-CUR-ELEMENT-LOOP.
033540  ADVANCE-CUR-ELEMENT-EXIT.
033550      EXIT.
033560  ADVANCE-PRIOR-ELEMENT.
033570      MOVE PRIOR-SNAP-ELEMENT-KEY TO PRIOR-RUN-KEY.
033580  ADVANCE-PRIOR-ELEMENT-LOOP.
033590      MOVE ZERO TO DEFN-MARK-TALLY.
033600      INSPECT PRIOR-SNAP-REFS
033610          TALLYING DEFN-MARK-TALLY
033620          FOR ALL DEFN-MARK-CHAR.
033630      IF DEFN-MARK-TALLY IS GREATER THAN ZERO AND
033640              OLD-DEFN-ELEMENT IS EQUAL TO SPACES
033650          MOVE PRIOR-SNAP-ELEMENT TO OLD-DEFN-ELEMENT.
033660      PERFORM READ-PRIOR-SNAP THRU
033670          READ-PRIOR-SNAP-EXIT.
033680      IF PRIOR-SNAP-SYMBOL IS EQUAL TO DELTA-WORK-SYMBOL
033690              AND
033700          PRIOR-SNAP-ELEMENT-KEY IS EQUAL TO
033710              PRIOR-RUN-KEY
033720          GO TO ADVANCE-PRIOR-ELEMENT-LOOP.
033730  ADVANCE-PRIOR-ELEMENT-EXIT.
033740      EXIT.

033750*  WHILE A CHANGE IS BEING RECONCILED THE DELTA PASS
033760*  ALSO NOTES EVERY ELEMENT IT SEES CHANGE (ADDED TO
033770*  OR GONE FROM A SYMBOL, OR WITH DIFFERENT REFERENCE
033780*  LINES FOR IT) AND EVERY SYMBOL ADDED, DROPPED OR
033790*  MOVED, WITH THE ELEMENT THAT DEFINES IT (THE FIRST
033800*  ELEMENT SEEN IF NONE DOES).
033810  NOTE-DELTA-ELEMENT.
033820      IF NOT RECONCILE-WANTED
033830          GO TO NOTE-DELTA-ELEMENT-EXIT.
033840      IF DELTA-NOTE-FIRST IS EQUAL TO SPACES
033850          MOVE DELTA-NOTE-ELEMENT TO DELTA-NOTE-FIRST.
033860      MOVE ZERO TO DEFN-MARK-TALLY.
033870      INSPECT DELTA-NOTE-REFS
033880          TALLYING DEFN-MARK-TALLY
033890          FOR ALL DEFN-MARK-CHAR.
033900      IF DEFN-MARK-TALLY IS GREATER THAN ZERO AND
033910              DELTA-NOTE-DEFINER IS EQUAL TO SPACES
033920          MOVE DELTA-NOTE-ELEMENT TO DELTA-NOTE-DEFINER.
033930      PERFORM ADD-DELTA-CHANGED THRU ADD-DELTA-CHANGED-EXIT.
033940  NOTE-DELTA-ELEMENT-EXIT.
033950      EXIT.

033960  ADD-DELTA-CHANGED.
033970      IF NOT RECONCILE-WANTED
033980          GO TO ADD-DELTA-CHANGED-EXIT.
033990      MOVE DELTA-NOTE-ELEMENT TO RECON-TARGET.
034000      PERFORM SEARCH-DELTA-CHANGED THRU
034010          SEARCH-DELTA-CHANGED-EXIT.
034020      IF DELTA-FOUND
034030          GO TO ADD-DELTA-CHANGED-EXIT.
034040      IF DELTA-CHANGED-COUNT IS EQUAL TO 500
034050          MOVE 'Y' TO DELTA-CAPTURE-FULL-SWITCH
034060          GO TO ADD-DELTA-CHANGED-EXIT.
034070      ADD 1 TO DELTA-CHANGED-COUNT.
034080      MOVE DELTA-NOTE-ELEMENT TO
034090          DELTA-CHANGED-ENTRY (DELTA-CHANGED-COUNT).
034100  ADD-DELTA-CHANGED-EXIT.
034110      EXIT.

034120  SEARCH-DELTA-CHANGED.
034130      MOVE 'N' TO DELTA-FOUND-SWITCH.
034140      MOVE 1 TO DELTA-CHANGED-INDEX.
034150  SEARCH-DELTA-CHANGED-LOOP.
034160      IF DELTA-CHANGED-INDEX IS GREATER THAN
034170              DELTA-CHANGED-COUNT
034180          GO TO SEARCH-DELTA-CHANGED-EXIT.
034190      IF DELTA-CHANGED-ENTRY (DELTA-CHANGED-INDEX) IS
034200              EQUAL TO RECON-TARGET
034210          MOVE 'Y' TO DELTA-FOUND-SWITCH
034220          GO TO SEARCH-DELTA-CHANGED-EXIT.
034230      ADD 1 TO DELTA-CHANGED-INDEX.
034240      GO TO SEARCH-DELTA-CHANGED-LOOP.
034250  SEARCH-DELTA-CHANGED-EXIT.
034260      EXIT.

034270  NOTE-DELTA-EVENT.
034280      IF NOT RECONCILE-WANTED
034290          GO TO NOTE-DELTA-EVENT-EXIT.
034300      IF DELTA-NOTE-DEFINER IS EQUAL TO SPACES
034310          MOVE DELTA-NOTE-FIRST TO DELTA-NOTE-DEFINER.
034320      IF DELTA-NOTE-KIND IS EQUAL TO 'M'
034330          MOVE DELTA-NOTE-DEFINER TO DELTA-NOTE-ELEMENT
034340          PERFORM ADD-DELTA-CHANGED THRU
034350              ADD-DELTA-CHANGED-EXIT
034360          MOVE DELTA-NOTE-ELEMENT-2 TO DELTA-NOTE-ELEMENT
034370          PERFORM ADD-DELTA-CHANGED THRU
034380              ADD-DELTA-CHANGED-EXIT.
034390      IF DELTA-EVENT-COUNT IS EQUAL TO 1000
034400          MOVE 'Y' TO DELTA-CAPTURE-FULL-SWITCH
034410          GO TO NOTE-DELTA-EVENT-EXIT.
034420      ADD 1 TO DELTA-EVENT-COUNT.
034430      MOVE DELTA-WORK-SYMBOL TO
034440          DEV-SYMBOL (DELTA-EVENT-COUNT).
034450      MOVE DELTA-NOTE-KIND TO DEV-KIND (DELTA-EVENT-COUNT).
034460      MOVE DELTA-NOTE-DEFINER TO
034470          DEV-ELEMENT (DELTA-EVENT-COUNT).
034480      MOVE DELTA-NOTE-ELEMENT-2 TO
034490          DEV-ELEMENT-2 (DELTA-EVENT-COUNT).
034500  NOTE-DELTA-EVENT-EXIT.
034510      EXIT.

034520* =====================================================
034530*  LOAD-CHANGE-REQUESTS -- TABLES EVERY CHANGE ON
034540*  CULCRQ.DAT STILL AWAITING INSTALLATION, WITH ITS
034550*  DECLARED AND PREDICTED ELEMENTS, AND MARKS THOSE AN
034560*  INSTAL CARD NAMES SO THE DELTA PASS KNOWS TO NOTE
034570*  WHAT IT SEES CHANGE.  ALSO SEES WHETHER THIS RUN'S
034580*  CHGNUM IS ALREADY ON FILE.
034590* =====================================================
034600  LOAD-CHANGE-REQUESTS.
034610      IF SELECTED-FILES-ACTIVE
034620          GO TO LOAD-CHANGE-REQUESTS-EXIT.
034630      OPEN INPUT CHANGE-REQUESTS.
034640      IF CHANGE-REQUEST-STATUS IS NOT EQUAL TO '00'
034650          GO TO LOAD-CHANGE-REQUESTS-EXIT.
034660      MOVE ZERO TO CRQ-LOAD-INDEX.
034670  LOAD-CHANGE-REQUESTS-LOOP.
034680      READ CHANGE-REQUESTS
034690          AT END GO TO LOAD-CHANGE-REQUESTS-CLOSE.
034700      IF CRQ-TYPE IS EQUAL TO 'H'
034710          PERFORM LOAD-ONE-CHANGE THRU LOAD-ONE-CHANGE-EXIT
034720          GO TO LOAD-CHANGE-REQUESTS-LOOP.
034730      IF CRQ-LOAD-INDEX IS EQUAL TO ZERO
034740          GO TO LOAD-CHANGE-REQUESTS-LOOP.
034750      IF CRQ-TYPE IS NOT EQUAL TO 'C' AND
034760              CRQ-TYPE IS NOT EQUAL TO 'I'
034770          GO TO LOAD-CHANGE-REQUESTS-LOOP.
034780      IF CRQ-ELEMENT-COUNT IS EQUAL TO 3000
034790          DISPLAY 'CULL: CULCRQ.DAT HAS MORE THAN 3000'
034800              ' AWAITING ELEMENTS -- REST NOT RECONCILED.'
034810          MOVE 'X' TO CRQT-STATE (CRQ-LOAD-INDEX)
034820          MOVE 'Y' TO CRQ-TABLE-FULL-SWITCH
034830          MOVE ZERO TO CRQ-LOAD-INDEX
034840          GO TO LOAD-CHANGE-REQUESTS-LOOP.
034850      ADD 1 TO CRQ-ELEMENT-COUNT.
034860      MOVE CRQ-LOAD-INDEX TO CRQE-CHANGE (CRQ-ELEMENT-COUNT).
034870      MOVE CRQ-TYPE TO CRQE-KIND (CRQ-ELEMENT-COUNT).
034880      MOVE CRQ-ELEMENT TO CRQE-ELEMENT (CRQ-ELEMENT-COUNT).
034890      GO TO LOAD-CHANGE-REQUESTS-LOOP.
034900  LOAD-CHANGE-REQUESTS-CLOSE.
034910      CLOSE CHANGE-REQUESTS.
034920  LOAD-CHANGE-REQUESTS-EXIT.
034930      EXIT.

034940  LOAD-ONE-CHANGE.
034950      MOVE ZERO TO CRQ-LOAD-INDEX.
034960      IF CRQ-NUMBER IS EQUAL TO CHANGE-NUMBER-WANTED
034970          MOVE 'Y' TO CHANGE-ON-FILE-SWITCH.
034980      IF CRQ-STATE IS NOT EQUAL TO 'A' OR CRQ-TABLE-FULL
034990          GO TO LOAD-ONE-CHANGE-EXIT.
035000      IF CRQ-CHANGE-COUNT IS EQUAL TO 100
035010          DISPLAY 'CULL: MORE THAN 100 CHANGES AWAITING'
035020              ' INSTALLATION -- REST NOT RECONCILED.'
035030          MOVE 'Y' TO CRQ-TABLE-FULL-SWITCH
035040          GO TO LOAD-ONE-CHANGE-EXIT.
035050      ADD 1 TO CRQ-CHANGE-COUNT.
035060      MOVE CRQ-NUMBER TO CRQT-NUMBER (CRQ-CHANGE-COUNT).
035070      MOVE 'A' TO CRQT-STATE (CRQ-CHANGE-COUNT).
035080      MOVE 'N' TO CRQT-INSTALLED (CRQ-CHANGE-COUNT).
035090      MOVE CRQ-CHANGE-COUNT TO CRQ-LOAD-INDEX.
035100      PERFORM MATCH-INSTAL-CARD THRU MATCH-INSTAL-CARD-EXIT
035110          VARYING INSTALLED-INDEX FROM 1 BY 1
035120          UNTIL INSTALLED-INDEX IS GREATER THAN
035130              INSTALLED-COUNT.
035140  LOAD-ONE-CHANGE-EXIT.
035150      EXIT.

035160  MATCH-INSTAL-CARD.
035170      IF INSTALLED-ENTRY (INSTALLED-INDEX) IS EQUAL TO
035180              CRQ-NUMBER
035190          MOVE 'Y' TO CRQT-INSTALLED (CRQ-LOAD-INDEX)
035200          MOVE 'Y' TO RECONCILE-WANTED-SWITCH.
035210  MATCH-INSTAL-CARD-EXIT.
035220      EXIT.

035230* =====================================================
035240*  DO-CHANGE-RECONCILE -- HOLDS EACH CHANGE AN INSTAL
035250*  CARD NAMES AGAINST WHAT THE DELTA PASS SAW CHANGE
035260*  AND LISTS THE DIFFERENCES ON CULRCNLST: ELEMENTS
035270*  CHANGED BUT NOT DECLARED, SYMBOLS ADDED, DROPPED OR
035280*  MOVED OUTSIDE THE PREDICTED SET, AND DECLARED
035290*  ELEMENTS WITH NO CHANGE SEEN.  A CHANGE WITH NONE
035300*  IS CONFIRMED, ANY OTHER NEEDS REVIEW.  WHAT ANOTHER
035310*  CHANGE RECONCILED IN THE SAME RUN DECLARED (OR
035320*  PREDICTED) IS NOT HELD AGAINST IT.  THEN BUILDS
035330*  CULCRQ.TMP WITH THE VERDICTS AND ANY CHANGE THIS
035340*  RUN BANKS (CHGNUM CARD).
035350* =====================================================
035360  DO-CHANGE-RECONCILE.
035370      MOVE SPACES TO RECONCILE-LINE.
035380      IF SELECTED-FILES-ACTIVE
035390          MOVE 'TARGETED CULL - NOT RECONCILED' TO
035400              RCN-TEXT-OUT
035410          WRITE RECONCILE-LINE
035420          GO TO DO-CHANGE-RECONCILE-EXIT.
035430      PERFORM CHECK-ONE-INSTAL-CARD THRU
035440          CHECK-ONE-INSTAL-CARD-EXIT
035450          VARYING INSTALLED-INDEX FROM 1 BY 1
035460          UNTIL INSTALLED-INDEX IS GREATER THAN
035470              INSTALLED-COUNT.
035480      IF RECONCILE-WANTED AND NOT DELTA-COMPARED
035490          MOVE SPACES TO RECONCILE-LINE
035500          MOVE 'NO PRIOR CULL - NOT RECONCILED' TO
035510              RCN-TEXT-OUT
035520          WRITE RECONCILE-LINE
035530          MOVE 'N' TO RECONCILE-WANTED-SWITCH.
035540      IF RECONCILE-WANTED
035550          PERFORM RECONCILE-ONE-CHANGE THRU
035560              RECONCILE-ONE-CHANGE-EXIT
035570              VARYING CRQ-CHANGE-INDEX FROM 1 BY 1
035580              UNTIL CRQ-CHANGE-INDEX IS GREATER THAN
035590                  CRQ-CHANGE-COUNT.
035600      PERFORM LIST-ONE-AWAITING THRU
035610          LIST-ONE-AWAITING-EXIT
035620          VARYING CRQ-CHANGE-INDEX FROM 1 BY 1
035630          UNTIL CRQ-CHANGE-INDEX IS GREATER THAN
035640              CRQ-CHANGE-COUNT.
035650      OPEN OUTPUT NEW-CHANGE-REQUESTS.
035660      IF NEW-CHANGE-REQUEST-STATUS IS NOT EQUAL TO '00'
035670          DISPLAY 'CULL: CANNOT WRITE CULCRQ.TMP --'
035680              ' RUN WILL NOT BE COMMITTED.'
035690          MOVE 'N' TO SET-COMPLETE-SWITCH
035700          GO TO DO-CHANGE-RECONCILE-EXIT.
035710      OPEN INPUT CHANGE-REQUESTS.
035720      IF CHANGE-REQUEST-STATUS IS NOT EQUAL TO '00'
035730          GO TO CHANGE-REQUESTS-BANK.
035740  CHANGE-REQUESTS-COPY-LOOP.
035750      READ CHANGE-REQUESTS
035760          AT END GO TO CHANGE-REQUESTS-COPY-DONE.
035770      IF CRQ-TYPE IS EQUAL TO 'H'
035780          PERFORM CLOSE-ONE-CHANGE THRU
035790              CLOSE-ONE-CHANGE-EXIT.
035800      WRITE NEW-CHANGE-REQUEST-LINE FROM CHANGE-REQUEST-LINE.
035810      GO TO CHANGE-REQUESTS-COPY-LOOP.
035820  CHANGE-REQUESTS-COPY-DONE.
035830      CLOSE CHANGE-REQUESTS.
035840  CHANGE-REQUESTS-BANK.
035850      PERFORM BANK-NEW-CHANGE THRU BANK-NEW-CHANGE-EXIT.
035860      CLOSE NEW-CHANGE-REQUESTS.
035870  DO-CHANGE-RECONCILE-EXIT.
035880      EXIT.

035890  CHECK-ONE-INSTAL-CARD.
035900      MOVE INSTALLED-ENTRY (INSTALLED-INDEX) TO
035910          CRQ-FIND-NUMBER.
035920      PERFORM FIND-CHANGE-ENTRY THRU FIND-CHANGE-ENTRY-EXIT.
035930      IF CRQ-FOUND-INDEX IS GREATER THAN ZERO
035940          GO TO CHECK-ONE-INSTAL-CARD-EXIT.
035950      MOVE SPACES TO RECONCILE-LINE.
035960      MOVE CRQ-FIND-NUMBER TO RCN-CHANGE-OUT.
035970      MOVE 'INSTAL CARD - NOT AWAITING' TO RCN-TEXT-OUT.
035980      WRITE RECONCILE-LINE.
035990  CHECK-ONE-INSTAL-CARD-EXIT.
036000      EXIT.

036010  FIND-CHANGE-ENTRY.
036020      MOVE ZERO TO CRQ-FOUND-INDEX.
036030      MOVE 1 TO CRQ-OTHER-INDEX.
036040  FIND-CHANGE-ENTRY-LOOP.
036050      IF CRQ-OTHER-INDEX IS GREATER THAN CRQ-CHANGE-COUNT
036060          GO TO FIND-CHANGE-ENTRY-EXIT.
036070      IF CRQT-NUMBER (CRQ-OTHER-INDEX) IS EQUAL TO
036080              CRQ-FIND-NUMBER
036090          MOVE CRQ-OTHER-INDEX TO CRQ-FOUND-INDEX
036100          GO TO FIND-CHANGE-ENTRY-EXIT.
036110      ADD 1 TO CRQ-OTHER-INDEX.
036120      GO TO FIND-CHANGE-ENTRY-LOOP.
036130  FIND-CHANGE-ENTRY-EXIT.
036140      EXIT.

036150  RECONCILE-ONE-CHANGE.
036160      IF CRQT-INSTALLED (CRQ-CHANGE-INDEX) IS NOT EQUAL
036170              TO 'Y'
036180          GO TO RECONCILE-ONE-CHANGE-EXIT.
036190      MOVE SPACES TO RECONCILE-LINE.
036200      MOVE CRQT-NUMBER (CRQ-CHANGE-INDEX) TO RCN-CHANGE-OUT.
036210      IF CRQT-STATE (CRQ-CHANGE-INDEX) IS NOT EQUAL TO 'A'
036220          MOVE 'TOO LARGE - NOT RECONCILED' TO RCN-TEXT-OUT
036230          WRITE RECONCILE-LINE
036240          GO TO RECONCILE-ONE-CHANGE-EXIT.
036250      MOVE 'INSTALLED - RECONCILING' TO RCN-TEXT-OUT.
036260      WRITE RECONCILE-LINE.
036270      MOVE ZERO TO RECON-EXCEPTION-COUNT.
036280      PERFORM RECONCILE-ONE-CHANGED THRU
036290          RECONCILE-ONE-CHANGED-EXIT
036300          VARYING DELTA-CHANGED-INDEX FROM 1 BY 1
036310          UNTIL DELTA-CHANGED-INDEX IS GREATER THAN
036320              DELTA-CHANGED-COUNT.
036330      PERFORM RECONCILE-ONE-EVENT THRU
036340          RECONCILE-ONE-EVENT-EXIT
036350          VARYING DELTA-EVENT-INDEX FROM 1 BY 1
036360          UNTIL DELTA-EVENT-INDEX IS GREATER THAN
036370              DELTA-EVENT-COUNT.
036380      PERFORM RECONCILE-ONE-DECLARED THRU
036390          RECONCILE-ONE-DECLARED-EXIT
036400          VARYING CRQ-ELEMENT-INDEX FROM 1 BY 1
036410          UNTIL CRQ-ELEMENT-INDEX IS GREATER THAN
036420              CRQ-ELEMENT-COUNT.
036430      MOVE SPACES TO RECONCILE-LINE.
036440      MOVE CRQT-NUMBER (CRQ-CHANGE-INDEX) TO RCN-CHANGE-OUT.
036450      IF DELTA-CAPTURE-FULL
036460          MOVE 'DELTA TOO BIG - SEE CULDIFLST' TO
036470              RCN-TEXT-OUT
036480          WRITE RECONCILE-LINE
036490          ADD 1 TO RECON-EXCEPTION-COUNT.
036500      IF RECON-EXCEPTION-COUNT IS EQUAL TO ZERO
036510          MOVE 'C' TO CRQT-STATE (CRQ-CHANGE-INDEX)
036520          MOVE 'CONFIRMED' TO RCN-TEXT-OUT
036530          DISPLAY 'CULL: CHANGE ' RCN-CHANGE-OUT
036540              ' CONFIRMED.'
036550      ELSE
036560          MOVE 'R' TO CRQT-STATE (CRQ-CHANGE-INDEX)
036570          MOVE 'NEEDS REVIEW' TO RCN-TEXT-OUT
036580          DISPLAY 'CULL: CHANGE ' RCN-CHANGE-OUT
036590              ' NEEDS REVIEW -- SEE CULRCNLST.'.
036600      WRITE RECONCILE-LINE.
036610  RECONCILE-ONE-CHANGE-EXIT.
036620      EXIT.

036630  RECONCILE-ONE-CHANGED.
036640      MOVE DELTA-CHANGED-ENTRY (DELTA-CHANGED-INDEX) TO
036650          RECON-TARGET.
036660      MOVE 'C' TO RECON-KIND-WANTED.
036670      PERFORM SEARCH-CHANGE-SET THRU SEARCH-CHANGE-SET-EXIT.
036680      IF RECON-IN-THIS OR RECON-IN-OTHER
036690          GO TO RECONCILE-ONE-CHANGED-EXIT.
036700      MOVE SPACES TO RECONCILE-LINE.
036710      MOVE CRQT-NUMBER (CRQ-CHANGE-INDEX) TO RCN-CHANGE-OUT.
036720      MOVE 'CHANGED, NOT DECLARED' TO RCN-TEXT-OUT.
036730      MOVE RECON-TARGET TO RCN-ELEMENT-OUT.
036740      WRITE RECONCILE-LINE.
036750      ADD 1 TO RECON-EXCEPTION-COUNT.
036760  RECONCILE-ONE-CHANGED-EXIT.
036770      EXIT.

036780  RECONCILE-ONE-EVENT.
036790      MOVE 'N' TO RECON-OUTSIDE-SWITCH.
036800      MOVE 'P' TO RECON-KIND-WANTED.
036810      MOVE DEV-ELEMENT (DELTA-EVENT-INDEX) TO RECON-TARGET.
036820      PERFORM SEARCH-CHANGE-SET THRU SEARCH-CHANGE-SET-EXIT.
036830      IF NOT RECON-IN-THIS AND NOT RECON-IN-OTHER
036840          MOVE 'Y' TO RECON-OUTSIDE-SWITCH.
036850      MOVE DEV-ELEMENT-2 (DELTA-EVENT-INDEX) TO
036860          RECON-TARGET.
036870      IF RECON-TARGET IS NOT EQUAL TO SPACES
036880          PERFORM SEARCH-CHANGE-SET THRU
036890              SEARCH-CHANGE-SET-EXIT
036900          IF NOT RECON-IN-THIS AND NOT RECON-IN-OTHER
036910              MOVE 'Y' TO RECON-OUTSIDE-SWITCH.
036920      IF NOT RECON-OUTSIDE
036930          GO TO RECONCILE-ONE-EVENT-EXIT.
036940      MOVE SPACES TO RECONCILE-LINE.
036950      MOVE CRQT-NUMBER (CRQ-CHANGE-INDEX) TO RCN-CHANGE-OUT.
036960      IF DEV-KIND (DELTA-EVENT-INDEX) IS EQUAL TO 'N'
036970          MOVE 'SYMBOL ADDED OUTSIDE THE SET' TO
036980              RCN-TEXT-OUT.
036990      IF DEV-KIND (DELTA-EVENT-INDEX) IS EQUAL TO 'V'
037000          MOVE 'SYMBOL DROPPED OUTSIDE THE SET' TO
037010              RCN-TEXT-OUT.
037020      IF DEV-KIND (DELTA-EVENT-INDEX) IS EQUAL TO 'M'
037030          MOVE 'SYMBOL MOVED OUTSIDE THE SET' TO
037040              RCN-TEXT-OUT.
037050      MOVE DEV-ELEMENT (DELTA-EVENT-INDEX) TO
037060          RCN-ELEMENT-OUT.
037070      MOVE DEV-SYMBOL (DELTA-EVENT-INDEX) TO RCN-SYMBOL-OUT.
037080      MOVE DEV-ELEMENT-2 (DELTA-EVENT-INDEX) TO
037090          RCN-ELEMENT-2-OUT.
037100      WRITE RECONCILE-LINE.
037110      ADD 1 TO RECON-EXCEPTION-COUNT.
037120  RECONCILE-ONE-EVENT-EXIT.
037130      EXIT.

037140  RECONCILE-ONE-DECLARED.
037150      IF CRQE-CHANGE (CRQ-ELEMENT-INDEX) IS NOT EQUAL TO
037160              CRQ-CHANGE-INDEX OR
037170          CRQE-KIND (CRQ-ELEMENT-INDEX) IS NOT EQUAL TO 'C'
037180          GO TO RECONCILE-ONE-DECLARED-EXIT.
037190      MOVE CRQE-ELEMENT (CRQ-ELEMENT-INDEX) TO RECON-TARGET.
037200      PERFORM SEARCH-DELTA-CHANGED THRU
037210          SEARCH-DELTA-CHANGED-EXIT.
037220      IF DELTA-FOUND
037230          GO TO RECONCILE-ONE-DECLARED-EXIT.
037240      MOVE SPACES TO RECONCILE-LINE.
037250      MOVE CRQT-NUMBER (CRQ-CHANGE-INDEX) TO RCN-CHANGE-OUT.
037260      MOVE 'DECLARED, NO CHANGE SEEN' TO RCN-TEXT-OUT.
037270      MOVE RECON-TARGET TO RCN-ELEMENT-OUT.
037280      WRITE RECONCILE-LINE.
037290      ADD 1 TO RECON-EXCEPTION-COUNT.
037300  RECONCILE-ONE-DECLARED-EXIT.
037310      EXIT.

037320*  IS RECON-TARGET IN THE CHANGE BEING RECONCILED, OR
037330*  IN ANOTHER CHANGE RECONCILED THIS RUN -- AMONG ITS
037340*  DECLARED ELEMENTS (RECON-KIND-WANTED C) OR ITS
037350*  WHOLE PREDICTED SET (P)?
037360  SEARCH-CHANGE-SET.
037370      MOVE 'N' TO RECON-THIS-SWITCH.
037380      MOVE 'N' TO RECON-OTHER-SWITCH.
037390      PERFORM TEST-CHANGE-SET-ENTRY THRU
037400          TEST-CHANGE-SET-ENTRY-EXIT
037410          VARYING CRQ-SCAN-INDEX FROM 1 BY 1
037420          UNTIL CRQ-SCAN-INDEX IS GREATER THAN
037430              CRQ-ELEMENT-COUNT.
037440  SEARCH-CHANGE-SET-EXIT.
037450      EXIT.

037460  TEST-CHANGE-SET-ENTRY.
037470      IF CRQE-ELEMENT (CRQ-SCAN-INDEX) IS NOT EQUAL TO
037480              RECON-TARGET
037490          GO TO TEST-CHANGE-SET-ENTRY-EXIT.
037500      IF RECON-KIND-WANTED IS EQUAL TO 'C' AND
037510          CRQE-KIND (CRQ-SCAN-INDEX) IS NOT EQUAL TO 'C'
037520          GO TO TEST-CHANGE-SET-ENTRY-EXIT.
037530      IF CRQE-CHANGE (CRQ-SCAN-INDEX) IS EQUAL TO
037540              CRQ-CHANGE-INDEX
037550          MOVE 'Y' TO RECON-THIS-SWITCH
037560          GO TO TEST-CHANGE-SET-ENTRY-EXIT.
037570      MOVE CRQE-CHANGE (CRQ-SCAN-INDEX) TO CRQ-OTHER-INDEX.
037580      IF CRQT-INSTALLED (CRQ-OTHER-INDEX) IS EQUAL TO 'Y'
037590          MOVE 'Y' TO RECON-OTHER-SWITCH.
037600  TEST-CHANGE-SET-ENTRY-EXIT.
037610      EXIT.

037620  LIST-ONE-AWAITING.
037630      IF CRQT-STATE (CRQ-CHANGE-INDEX) IS EQUAL TO 'C' OR
037640          CRQT-STATE (CRQ-CHANGE-INDEX) IS EQUAL TO 'R'
037650          GO TO LIST-ONE-AWAITING-EXIT.
037660      MOVE SPACES TO RECONCILE-LINE.
037670      MOVE CRQT-NUMBER (CRQ-CHANGE-INDEX) TO RCN-CHANGE-OUT.
037680      MOVE 'AWAITING INSTALLATION' TO RCN-TEXT-OUT.
037690      WRITE RECONCILE-LINE.
037700  LIST-ONE-AWAITING-EXIT.
037710      EXIT.

037720*  COPYING CULCRQ.DAT FORWARD, A CHANGE RECONCILED
037730*  THIS RUN TAKES ITS VERDICT AND IS CLOSED UNDER
037740*  THIS RUN'S DATE AND GENERATION.
037750  CLOSE-ONE-CHANGE.
037760      MOVE CRQ-NUMBER TO CRQ-FIND-NUMBER.
037770      PERFORM FIND-CHANGE-ENTRY THRU FIND-CHANGE-ENTRY-EXIT.
037780      IF CRQ-FOUND-INDEX IS EQUAL TO ZERO
037790          GO TO CLOSE-ONE-CHANGE-EXIT.
037800      IF CRQT-STATE (CRQ-FOUND-INDEX) IS NOT EQUAL TO 'C'
037810              AND
037820          CRQT-STATE (CRQ-FOUND-INDEX) IS NOT EQUAL TO 'R'
037830          GO TO CLOSE-ONE-CHANGE-EXIT.
037840      MOVE CRQT-STATE (CRQ-FOUND-INDEX) TO CRQ-STATE.
037850      MOVE STAMP-RUN-DATE TO CRQ-CLOSED-DATE.
037860      MOVE STAMP-GENERATION TO CRQ-CLOSED-GEN.
037870  CLOSE-ONE-CHANGE-EXIT.
037880      EXIT.

037890*  BANKS THIS RUN'S CHANGE (CHGNUM CARD): A HEADER,
037900*  THEN THE CULCHGLST ELEMENTS AS DECLARED AND THE
037910*  REST OF THE AFFECTED SET AS PREDICTED.
037920  BANK-NEW-CHANGE.
037930      IF CHANGE-NUMBER-WANTED IS EQUAL TO SPACES
037940          GO TO BANK-NEW-CHANGE-EXIT.
037950      MOVE SPACES TO RECONCILE-LINE.
037960      MOVE CHANGE-NUMBER-WANTED TO RCN-CHANGE-OUT.
037970      IF NOT CHANGED-ELEMENTS-ACTIVE
037980          MOVE 'NO CULCHGLST - NOT BANKED' TO RCN-TEXT-OUT
037990          WRITE RECONCILE-LINE
038000          DISPLAY 'CULL: CHGNUM ' CHANGE-NUMBER-WANTED
038010              ' NOT BANKED -- NO CULCHGLST.'
038020          GO TO BANK-NEW-CHANGE-EXIT.
038030      IF CHANGE-ALREADY-ON-FILE
038040          MOVE 'ALREADY ON FILE - NOT BANKED' TO
038050              RCN-TEXT-OUT
038060          WRITE RECONCILE-LINE
038070          DISPLAY 'CULL: CHGNUM ' CHANGE-NUMBER-WANTED
038080              ' NOT BANKED -- ALREADY ON CULCRQ.DAT.'
038090          GO TO BANK-NEW-CHANGE-EXIT.
038100      MOVE SPACES TO CRQ-COMPOSER.
038110      MOVE 'H' TO CRQC-TYPE.
038120      MOVE CHANGE-NUMBER-WANTED TO CRQC-NUMBER.
038130      MOVE 'A' TO CRQC-STATE.
038140      MOVE STAMP-RUN-DATE TO CRQC-BANKED-DATE.
038150      MOVE STAMP-GENERATION TO CRQC-BANKED-GEN.
038160      MOVE ZERO TO CRQC-CLOSED-GEN.
038170      WRITE NEW-CHANGE-REQUEST-LINE FROM CRQ-COMPOSER.
038180      PERFORM BANK-ONE-ELEMENT THRU BANK-ONE-ELEMENT-EXIT
038190          VARYING AFFECTED-INDEX FROM 1 BY 1
038200          UNTIL AFFECTED-INDEX IS GREATER THAN
038210              AFFECTED-COUNT.
038220      MOVE 'BANKED, AWAITING INSTALLATION' TO RCN-TEXT-OUT.
038230      WRITE RECONCILE-LINE.
038240  BANK-NEW-CHANGE-EXIT.
038250      EXIT.

038260  BANK-ONE-ELEMENT.
038270      MOVE SPACES TO CRQ-COMPOSER.
038280      MOVE 'I' TO CRQC-TYPE.
038290      IF AFFECTED-INDEX IS NOT GREATER THAN DECLARED-COUNT
038300          MOVE 'C' TO CRQC-TYPE.
038310      MOVE CHANGE-NUMBER-WANTED TO CRQC-NUMBER.
038320      MOVE AFFECTED-ENTRY (AFFECTED-INDEX) TO CRQC-ELEMENT.
038330      WRITE NEW-CHANGE-REQUEST-LINE FROM CRQ-COMPOSER.
038340  BANK-ONE-ELEMENT-EXIT.
038350      EXIT.

038360* =====================================================
038370*  DO-LISTING-BANK-SAVE -- CLOSES THE LISTING BANK
038380*  THE SWEEP BUILT (CULLSB.TMP, CULLSL.TMP).  IT IS
038390*  COPIED OVER THE ONE IT WAS MATCHED AGAINST, TO BE
038400*  THE NEXT INCREMENTAL CULL'S BASIS, ONLY WHEN THE
038410*  WHOLE RUN COMMITS (SAVE-LISTING-BANK).  A TARGETED
038420*  CULL NEVER GETS HERE WITH A BANK TO SAVE.
038430* =====================================================
038440  DO-LISTING-BANK-SAVE.
038450      IF NOT BANK-SAVE-ACTIVE
038460          GO TO DO-LISTING-BANK-SAVE-EXIT.
038470      CLOSE NEW-LISTING-BANK.
038480      CLOSE NEW-BANKED-LINES.
038490  DO-LISTING-BANK-SAVE-EXIT.
038500      EXIT.

038510* =====================================================
038520*  DO-COVERAGE-REPORT -- MATCHES EVERY LISTING THE
038530*  SWEEP NOTED AGAINST THE SOURCES OF THE SAME PPN
038540*  AND FILE-PART AND PRINTS THE PAGED CULCOVLST
038550*  COVERAGE AUDIT: LISTINGS WRITTEN BEFORE THEIR
038560*  NEWEST SOURCE (STALE), LISTINGS WITH NO SOURCE
038570*  LEFT, AND SOURCES NO LISTING CAME FROM (MISSING).
038580*  THE STALE AND MISSING COUNTS FEED CULRUNLST,
038590*  CULHIS.DAT AND THE BUILD GATE.
038600* =====================================================
038610  DO-COVERAGE-REPORT.
038620      PERFORM MATCH-ONE-COVER-LISTING THRU
038630          MATCH-ONE-COVER-LISTING-EXIT
038640          VARYING COVER-LISTING-INDEX FROM 1 BY 1
038650          UNTIL COVER-LISTING-INDEX IS GREATER THAN
038660              COVER-LISTING-COUNT.
038670      PERFORM COUNT-ONE-COVER-SOURCE THRU
038680          COUNT-ONE-COVER-SOURCE-EXIT
038690          VARYING COVER-SOURCE-INDEX FROM 1 BY 1
038700          UNTIL COVER-SOURCE-INDEX IS GREATER THAN
038710              COVER-SOURCE-COUNT.
038720      PERFORM CHECK-COVER-PAGE THRU
038730          CHECK-COVER-PAGE-EXIT.
038740      WRITE COVER-LINE FROM COVER-STALE-BANNER
038750          AFTER ADVANCING 1 LINE.
038760      ADD 1 TO COVER-LINE-COUNT.
038770      MOVE 'S' TO COVER-STATE-WANTED.
038780      PERFORM WRITE-ONE-COVER-LISTING THRU
038790          WRITE-ONE-COVER-LISTING-EXIT
038800          VARYING COVER-LISTING-INDEX FROM 1 BY 1
038810          UNTIL COVER-LISTING-INDEX IS GREATER THAN
038820              COVER-LISTING-COUNT.
038830      MOVE SPACES TO COVER-COMPOSER.
038840      MOVE COVER-STALE-COUNT TO AUDIT-COUNT-DISP.
038850      STRING 'STALE LISTINGS=' AUDIT-COUNT-DISP
038860          DELIMITED BY SIZE INTO COVER-TEXT-OUT.
038870      PERFORM WRITE-COVER-LINE THRU
038880          WRITE-COVER-LINE-EXIT.
038890      PERFORM CHECK-COVER-PAGE THRU
038900          CHECK-COVER-PAGE-EXIT.
038910      WRITE COVER-LINE FROM COVER-NOSRC-BANNER
038920          AFTER ADVANCING 2 LINES.
038930      ADD 2 TO COVER-LINE-COUNT.
038940      MOVE 'N' TO COVER-STATE-WANTED.
038950      PERFORM WRITE-ONE-COVER-LISTING THRU
038960          WRITE-ONE-COVER-LISTING-EXIT
038970          VARYING COVER-LISTING-INDEX FROM 1 BY 1
038980          UNTIL COVER-LISTING-INDEX IS GREATER THAN
038990              COVER-LISTING-COUNT.
039000      MOVE SPACES TO COVER-COMPOSER.
039010      MOVE COVER-NOSRC-COUNT TO AUDIT-COUNT-DISP.
039020      STRING 'LISTINGS WITH NO SOURCE=' AUDIT-COUNT-DISP
039030          DELIMITED BY SIZE INTO COVER-TEXT-OUT.
039040      PERFORM WRITE-COVER-LINE THRU
039050          WRITE-COVER-LINE-EXIT.
039060      PERFORM CHECK-COVER-PAGE THRU
039070          CHECK-COVER-PAGE-EXIT.
039080      WRITE COVER-LINE FROM COVER-MISSING-BANNER
039090          AFTER ADVANCING 2 LINES.
039100      ADD 2 TO COVER-LINE-COUNT.
039110      PERFORM WRITE-ONE-COVER-SOURCE THRU
039120          WRITE-ONE-COVER-SOURCE-EXIT
039130          VARYING COVER-SOURCE-INDEX FROM 1 BY 1
039140          UNTIL COVER-SOURCE-INDEX IS GREATER THAN
039150              COVER-SOURCE-COUNT.
039160      MOVE SPACES TO COVER-COMPOSER.
039170      MOVE COVER-MISSING-COUNT TO AUDIT-COUNT-DISP.
039180      STRING 'MISSING LISTINGS=' AUDIT-COUNT-DISP
039190          DELIMITED BY SIZE INTO COVER-TEXT-OUT.
039200      PERFORM WRITE-COVER-LINE THRU
039210          WRITE-COVER-LINE-EXIT.
039220      IF SELECTED-FILES-ACTIVE
039230          MOVE SPACES TO COVER-COMPOSER
039240          MOVE COVER-TARGETED-NOTE TO COVER-TEXT-OUT
039250          PERFORM WRITE-COVER-LINE THRU
039260              WRITE-COVER-LINE-EXIT.
039270  DO-COVERAGE-REPORT-EXIT.
039280      EXIT.
039290*  A LISTING TAKES THE NEWEST SOURCE OF ITS PPN AND
039300*  FILE-PART AS THE ONE IT MUST NOT BE OLDER THAN.
039310  MATCH-ONE-COVER-LISTING.
039320      MOVE 'N' TO CLST-STATE (COVER-LISTING-INDEX).
039330      MOVE SPACES TO CLST-SRC-EXTENS (COVER-LISTING-INDEX).
039340      MOVE SPACES TO CLST-SRC-STAMP (COVER-LISTING-INDEX).
039350      PERFORM TEST-ONE-COVER-SOURCE THRU
039360          TEST-ONE-COVER-SOURCE-EXIT
039370          VARYING COVER-SOURCE-INDEX FROM 1 BY 1
039380          UNTIL COVER-SOURCE-INDEX IS GREATER THAN
039390              COVER-SOURCE-COUNT.
039400      IF CLST-STATE (COVER-LISTING-INDEX) IS EQUAL TO 'N'
039410          ADD 1 TO COVER-NOSRC-COUNT
039420          GO TO MATCH-ONE-COVER-LISTING-EXIT.
039430      IF CLST-STAMP (COVER-LISTING-INDEX) IS LESS THAN
039440              CLST-SRC-STAMP (COVER-LISTING-INDEX)
039450          MOVE 'S' TO CLST-STATE (COVER-LISTING-INDEX)
039460          ADD 1 TO COVER-STALE-COUNT.
039470  MATCH-ONE-COVER-LISTING-EXIT.
039480      EXIT.
039490  TEST-ONE-COVER-SOURCE.
039500      IF CSRC-PPN (COVER-SOURCE-INDEX) IS NOT EQUAL TO
039510              CLST-PPN (COVER-LISTING-INDEX) OR
039520          CSRC-FILE (COVER-SOURCE-INDEX) IS NOT EQUAL TO
039530              CLST-FILE (COVER-LISTING-INDEX)
039540          GO TO TEST-ONE-COVER-SOURCE-EXIT.
039550      MOVE 'Y' TO CSRC-LISTED (COVER-SOURCE-INDEX).
039560      IF CLST-STATE (COVER-LISTING-INDEX) IS NOT EQUAL TO
039570              'N' AND
039580          CSRC-STAMP (COVER-SOURCE-INDEX) IS NOT GREATER
039590              THAN CLST-SRC-STAMP (COVER-LISTING-INDEX)
039600          GO TO TEST-ONE-COVER-SOURCE-EXIT.
039610      MOVE SPACE TO CLST-STATE (COVER-LISTING-INDEX).
039620      MOVE CSRC-EXTENS (COVER-SOURCE-INDEX) TO
039630          CLST-SRC-EXTENS (COVER-LISTING-INDEX).
039640      MOVE CSRC-STAMP (COVER-SOURCE-INDEX) TO
039650          CLST-SRC-STAMP (COVER-LISTING-INDEX).
039660  TEST-ONE-COVER-SOURCE-EXIT.
039670      EXIT.
039680  COUNT-ONE-COVER-SOURCE.
039690      IF CSRC-LISTED (COVER-SOURCE-INDEX) IS EQUAL TO 'N'
039700          ADD 1 TO COVER-MISSING-COUNT.
039710  COUNT-ONE-COVER-SOURCE-EXIT.
039720      EXIT.
039730  WRITE-ONE-COVER-LISTING.
039740      IF CLST-STATE (COVER-LISTING-INDEX) IS NOT EQUAL TO
039750              COVER-STATE-WANTED
039760          GO TO WRITE-ONE-COVER-LISTING-EXIT.
039770      MOVE SPACES TO COVER-COMPOSER.
039780      MOVE CLST-PPN (COVER-LISTING-INDEX) TO COVER-PPN-OUT.
039790      MOVE CLST-FILE (COVER-LISTING-INDEX) TO
039800          COVER-FILE-OUT.
039810      MOVE CLST-SRC-EXTENS (COVER-LISTING-INDEX) TO
039820          COVER-SRC-EXT-OUT.
039830      MOVE CLST-SRC-STAMP (COVER-LISTING-INDEX) TO
039840          COVER-SRC-STAMP-OUT.
039850      MOVE CLST-EXTENS (COVER-LISTING-INDEX) TO
039860          COVER-LST-EXT-OUT.
039870      MOVE CLST-STAMP (COVER-LISTING-INDEX) TO
039880          COVER-LST-STAMP-OUT.
039890      IF COVER-STATE-WANTED IS EQUAL TO 'S'
039900          MOVE 'RE-CREF - LISTING OLDER THAN SOURCE'
039910              TO COVER-TEXT-OUT
039920      ELSE
039930          MOVE 'NO SOURCE LEFT FOR THIS LISTING' TO
039940              COVER-TEXT-OUT.
039950      PERFORM WRITE-COVER-LINE THRU
039960          WRITE-COVER-LINE-EXIT.
039970  WRITE-ONE-COVER-LISTING-EXIT.
039980      EXIT.
039990  WRITE-ONE-COVER-SOURCE.
040000      IF CSRC-LISTED (COVER-SOURCE-INDEX) IS NOT EQUAL TO
040010              'N'
040020          GO TO WRITE-ONE-COVER-SOURCE-EXIT.
040030      MOVE SPACES TO COVER-COMPOSER.
040040      MOVE CSRC-PPN (COVER-SOURCE-INDEX) TO COVER-PPN-OUT.
040050      MOVE CSRC-FILE (COVER-SOURCE-INDEX) TO
040060          COVER-FILE-OUT.
040070      MOVE CSRC-EXTENS (COVER-SOURCE-INDEX) TO
040080          COVER-SRC-EXT-OUT.
040090      MOVE CSRC-STAMP (COVER-SOURCE-INDEX) TO
040100          COVER-SRC-STAMP-OUT.
040110      MOVE 'NO CREF LISTING IN THE SWEEP' TO
040120          COVER-TEXT-OUT.
040130      PERFORM WRITE-COVER-LINE THRU
040140          WRITE-COVER-LINE-EXIT.
040150  WRITE-ONE-COVER-SOURCE-EXIT.
040160      EXIT.
040170  WRITE-COVER-LINE.
040180      PERFORM CHECK-COVER-PAGE THRU
040190          CHECK-COVER-PAGE-EXIT.
040200      WRITE COVER-LINE FROM COVER-COMPOSER
040210          AFTER ADVANCING 1 LINE.
040220      ADD 1 TO COVER-LINE-COUNT.
040230  WRITE-COVER-LINE-EXIT.
040240      EXIT.
040250  CHECK-COVER-PAGE.
040260      IF COVER-LINE-COUNT IS NOT LESS THAN
040270              PAGE-LINE-LIMIT
040280          PERFORM COVER-PAGE-HEAD THRU
040290              COVER-PAGE-HEAD-EXIT.
040300  CHECK-COVER-PAGE-EXIT.
040310      EXIT.
040320  COVER-PAGE-HEAD.
040330      ADD 1 TO COVER-PAGE-COUNT.
040340      MOVE 'COVERAGE AUDIT (CULCOVLST)' TO HEADING-1-TITLE.
040350      MOVE COVER-PAGE-COUNT TO HEADING-1-PAGE.
040360      WRITE COVER-LINE FROM HEADING-1
040370          AFTER ADVANCING PAGE.
040380      WRITE COVER-LINE FROM HEADING-2
040390          AFTER ADVANCING 1 LINE.
040400      WRITE COVER-LINE FROM COVER-TITLES
040410          AFTER ADVANCING 2 LINES.
040420      MOVE SPACES TO COVER-LINE.
040430      WRITE COVER-LINE AFTER ADVANCING 1 LINE.
040440      MOVE ZERO TO COVER-LINE-COUNT.
040450  COVER-PAGE-HEAD-EXIT.
040460      EXIT.

040470* =====================================================
040480*  DO-SUBSYSTEM-REPORT -- PRINTS THE PAGED CULSUBLST
040490*  FROM THE CROSSINGS THE DEPENDENCY PASS SAVED ON
040500*  CULSBW.TMP: EVERY RESOLVED REFERENCE THAT CROSSES A
040510*  SUBSYSTEM BOUNDARY, FLAGGED WHERE IT TAKES AN
040520*  UNPUBLISHED GLOBAL OR MAKES A CALL THE REGISTER
040530*  FORBIDS; THEN THE PUBLISHED GLOBALS NO OTHER
040540*  SUBSYSTEM USES, THE SUBSYSTEM MATRIX TEN COLUMNS TO
040550*  A BAND, AND A SUMMARY.  THE INTERNAL, FORBIDDEN AND
040560*  UNUSED COUNTS FEED THE BUILD GATE.
040570* =====================================================
040580  DO-SUBSYSTEM-REPORT.
040590      CLOSE SUBSYSTEM-WORK.
040600      IF NOT SUBSYS-REG-ACTIVE
040610          GO TO DO-SUBSYSTEM-SUMMARY.
040620      OPEN INPUT SUBSYSTEM-WORK.
040630      MOVE 'C' TO SUBSYS-SECTION-SWITCH.
040640      PERFORM CHECK-SUBSYS-PAGE THRU
040650          CHECK-SUBSYS-PAGE-EXIT.
040660      WRITE SUBSYSTEM-LINE FROM SUBSYS-CROSS-BANNER
040670          AFTER ADVANCING 1 LINE.
040680      ADD 1 TO SUBSYS-LINE-COUNT.
040690  DO-SUBSYSTEM-CROSSINGS.
040700      READ SUBSYSTEM-WORK
040710          AT END GO TO DO-SUBSYSTEM-UNUSED.
040720      PERFORM WRITE-ONE-CROSSING THRU
040730          WRITE-ONE-CROSSING-EXIT.
040740      GO TO DO-SUBSYSTEM-CROSSINGS.
040750  DO-SUBSYSTEM-UNUSED.
040760      CLOSE SUBSYSTEM-WORK.
040770      MOVE SPACES TO SUBSYS-PRINT-AREA.
040780      MOVE SUBSYS-CROSSING-COUNT TO AUDIT-COUNT-DISP.
040790      STRING 'BOUNDARY CROSSINGS=' AUDIT-COUNT-DISP
040800          DELIMITED BY SIZE INTO SUBL-TEXT-OUT.
040810      PERFORM WRITE-SUBSYS-LINE THRU
040820          WRITE-SUBSYS-LINE-EXIT.
040830      MOVE 'U' TO SUBSYS-SECTION-SWITCH.
040840      MOVE 99 TO SUBSYS-LINE-COUNT.
040850      PERFORM CHECK-SUBSYS-PAGE THRU
040860          CHECK-SUBSYS-PAGE-EXIT.
040870      WRITE SUBSYSTEM-LINE FROM SUBSYS-UNUSED-BANNER
040880          AFTER ADVANCING 1 LINE.
040890      ADD 1 TO SUBSYS-LINE-COUNT.
040900      PERFORM WRITE-ONE-UNUSED THRU
040910          WRITE-ONE-UNUSED-EXIT
040920          VARYING SUBSYS-PUBLIC-INDEX FROM 1 BY 1
040930          UNTIL SUBSYS-PUBLIC-INDEX IS GREATER THAN
040940              SUBSYS-PUBLIC-COUNT.
040950      MOVE SPACES TO SUBSYS-PRINT-AREA.
040960      MOVE SUBSYS-UNUSED-COUNT TO AUDIT-COUNT-DISP.
040970      STRING 'UNUSED PUBLISHED GLOBALS=' AUDIT-COUNT-DISP
040980          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
040990      PERFORM WRITE-SUBSYS-LINE THRU
041000          WRITE-SUBSYS-LINE-EXIT.
041010      MOVE 'M' TO SUBSYS-SECTION-SWITCH.
041020      PERFORM WRITE-MATRIX-BAND THRU
041030          WRITE-MATRIX-BAND-EXIT
041040          VARYING SUBSYS-BAND-START FROM 1 BY 10
041050          UNTIL SUBSYS-BAND-START IS GREATER THAN
041060              SUBSYS-COUNT.
041070  DO-SUBSYSTEM-SUMMARY.
041080      MOVE 'S' TO SUBSYS-SECTION-SWITCH.
041090      MOVE 99 TO SUBSYS-LINE-COUNT.
041100      PERFORM CHECK-SUBSYS-PAGE THRU
041110          CHECK-SUBSYS-PAGE-EXIT.
041120      WRITE SUBSYSTEM-LINE FROM SUBSYS-SUMMARY-BANNER
041130          AFTER ADVANCING 1 LINE.
041140      ADD 1 TO SUBSYS-LINE-COUNT.
041150      IF NOT SUBSYS-REG-ACTIVE
041160          MOVE SPACES TO SUBSYS-PRINT-AREA
041170          MOVE SUBSYS-NO-REGISTER-NOTE TO SUBU-TEXT-OUT
041180          PERFORM WRITE-SUBSYS-LINE THRU
041190              WRITE-SUBSYS-LINE-EXIT
041200          GO TO DO-SUBSYSTEM-REPORT-EXIT.
041210      MOVE SPACES TO SUBSYS-PRINT-AREA.
041220      SUBTRACT 1 FROM SUBSYS-COUNT GIVING AUDIT-COUNT-DISP.
041230      STRING 'SUBSYSTEMS REGISTERED=' AUDIT-COUNT-DISP
041240          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041250      PERFORM WRITE-SUBSYS-LINE THRU
041260          WRITE-SUBSYS-LINE-EXIT.
041270      MOVE SPACES TO SUBSYS-PRINT-AREA.
041280      MOVE SUBSYS-CLAIM-COUNT TO AUDIT-COUNT-DISP.
041290      STRING 'ELEMENT AND PREFIX CARDS=' AUDIT-COUNT-DISP
041300          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041310      PERFORM WRITE-SUBSYS-LINE THRU
041320          WRITE-SUBSYS-LINE-EXIT.
041330      MOVE SPACES TO SUBSYS-PRINT-AREA.
041340      MOVE SUBSYS-PUBLIC-COUNT TO AUDIT-COUNT-DISP.
041350      STRING 'PUBLISHED GLOBALS=' AUDIT-COUNT-DISP
041360          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041370      PERFORM WRITE-SUBSYS-LINE THRU
041380          WRITE-SUBSYS-LINE-EXIT.
041390      MOVE SPACES TO SUBSYS-PRINT-AREA.
041400      MOVE SUBSYS-CROSSING-COUNT TO AUDIT-COUNT-DISP.
041410      STRING 'BOUNDARY CROSSINGS=' AUDIT-COUNT-DISP
041420          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041430      PERFORM WRITE-SUBSYS-LINE THRU
041440          WRITE-SUBSYS-LINE-EXIT.
041450      MOVE SPACES TO SUBSYS-PRINT-AREA.
041460      MOVE SUBSYS-INTERNAL-COUNT TO AUDIT-COUNT-DISP.
041470      STRING 'CALLS INTO UNPUBLISHED GLOBALS='
041480          AUDIT-COUNT-DISP
041490          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041500      PERFORM WRITE-SUBSYS-LINE THRU
041510          WRITE-SUBSYS-LINE-EXIT.
041520      MOVE SPACES TO SUBSYS-PRINT-AREA.
041530      MOVE SUBSYS-FORBID-COUNT TO AUDIT-COUNT-DISP.
041540      STRING 'FORBIDDEN CALLS=' AUDIT-COUNT-DISP
041550          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041560      PERFORM WRITE-SUBSYS-LINE THRU
041570          WRITE-SUBSYS-LINE-EXIT.
041580      MOVE SPACES TO SUBSYS-PRINT-AREA.
041590      MOVE SUBSYS-UNUSED-COUNT TO AUDIT-COUNT-DISP.
041600      STRING 'UNUSED PUBLISHED GLOBALS=' AUDIT-COUNT-DISP
041610          DELIMITED BY SIZE INTO SUBU-TEXT-OUT.
041620      PERFORM WRITE-SUBSYS-LINE THRU
041630          WRITE-SUBSYS-LINE-EXIT.
041640      IF SELECTED-FILES-ACTIVE
041650          MOVE SPACES TO SUBSYS-PRINT-AREA
041660          MOVE COVER-TARGETED-NOTE TO SUBU-TEXT-OUT
041670          PERFORM WRITE-SUBSYS-LINE THRU
041680              WRITE-SUBSYS-LINE-EXIT.
041690  DO-SUBSYSTEM-REPORT-EXIT.
041700      EXIT.
041710*  ONE LINE PER CROSSING, THE CALLING ELEMENT AND ITS
041720*  SUBSYSTEM SUPPRESSED WHILE THEY REPEAT.
041730  WRITE-ONE-CROSSING.
041740      PERFORM CHECK-SUBSYS-PAGE THRU
041750          CHECK-SUBSYS-PAGE-EXIT.
041760      MOVE SPACES TO SUBSYS-PRINT-AREA.
041770      IF SUBW-ELEMENT IS NOT EQUAL TO SUBSYS-COMP-ELEMENT OR
041780          SUBW-PPN IS NOT EQUAL TO SUBSYS-COMP-PPN OR
041790          SUBW-EXTENS IS NOT EQUAL TO SUBSYS-COMP-EXTENS
041800          MOVE SUBW-ELEMENT TO SUBL-ELEMENT-OUT
041810          MOVE SUBSYS-NAME (SUBW-FROM-INDEX) TO
041820              SUBL-FROM-OUT.
041830      MOVE SUBW-ELEMENT TO SUBSYS-COMP-ELEMENT.
041840      MOVE SUBW-PPN TO SUBSYS-COMP-PPN.
041850      MOVE SUBW-EXTENS TO SUBSYS-COMP-EXTENS.
041860      MOVE SUBW-ON-ELEMENT TO SUBL-ON-OUT.
041870      MOVE SUBSYS-NAME (SUBW-TO-INDEX) TO SUBL-TO-OUT.
041880      MOVE SUBW-SYMBOL TO SUBL-SYMBOL-OUT.
041890      IF SUBW-FROM-INDEX IS EQUAL TO SUBSYS-NONE-INDEX
041900          MOVE 'CALLING ELEMENT IN NO SUBSYSTEM' TO
041910              SUBL-TEXT-OUT.
041920      IF SUBW-TO-INDEX IS EQUAL TO SUBSYS-NONE-INDEX
041930          MOVE 'SUPPLYING ELEMENT IN NO SUBSYSTEM' TO
041940              SUBL-TEXT-OUT.
041950      IF SUBW-INTERNAL-FLAG IS EQUAL TO 'Y'
041960          MOVE 'UNPUBLISHED - INTERNAL TO SUPPLIER' TO
041970              SUBL-TEXT-OUT.
041980      IF SUBW-FORBID-FLAG IS EQUAL TO 'Y'
041990          MOVE 'FORBIDDEN - NO CALLS CARD' TO
042000              SUBL-TEXT-OUT.
042010      IF SUBW-INTERNAL-FLAG IS EQUAL TO 'Y' AND
042020          SUBW-FORBID-FLAG IS EQUAL TO 'Y'
042030          MOVE 'UNPUBLISHED GLOBAL AND FORBIDDEN CALL' TO
042040              SUBL-TEXT-OUT.
042050      PERFORM WRITE-SUBSYS-LINE THRU
042060          WRITE-SUBSYS-LINE-EXIT.
042070  WRITE-ONE-CROSSING-EXIT.
042080      EXIT.
042090  WRITE-ONE-UNUSED.
042100      IF SUBP-USED (SUBSYS-PUBLIC-INDEX) IS EQUAL TO 'Y'
042110          GO TO WRITE-ONE-UNUSED-EXIT.
042120      ADD 1 TO SUBSYS-UNUSED-COUNT.
042130      MOVE SPACES TO SUBSYS-PRINT-AREA.
042140      MOVE SUBSYS-NAME (SUBP-SUBSYS (SUBSYS-PUBLIC-INDEX))
042150          TO SUBU-SUBSYS-OUT.
042160      MOVE SUBP-SYMBOL (SUBSYS-PUBLIC-INDEX) TO
042170          SUBU-SYMBOL-OUT.
042180      MOVE 'PUBLISHED - NO CALLER OUTSIDE ITS SUBSYSTEM' TO
042190          SUBU-TEXT-OUT.
042200      PERFORM WRITE-SUBSYS-LINE THRU
042210          WRITE-SUBSYS-LINE-EXIT.
042220  WRITE-ONE-UNUSED-EXIT.
042230      EXIT.
042240*  ONE PAGE PER BAND OF TEN CALLED SUBSYSTEMS, EVERY
042250*  CALLING SUBSYSTEM DOWN THE SIDE.  THE DIAGONAL IS
042260*  EACH SUBSYSTEM'S USE OF ITSELF; A ZERO CELL PRINTS
042270*  BLANK.
042280  WRITE-MATRIX-BAND.
042290      MOVE SPACES TO SUBSYS-MATRIX-HEADER.
042300      MOVE 'FROM/TO' TO SUBM-HEAD-LABEL.
042310      PERFORM SET-ONE-HEAD-SLOT THRU SET-ONE-HEAD-SLOT-EXIT
042320          VARYING SUBSYS-SLOT FROM 1 BY 1
042330          UNTIL SUBSYS-SLOT IS GREATER THAN 10.
042340      MOVE 99 TO SUBSYS-LINE-COUNT.
042350      PERFORM CHECK-SUBSYS-PAGE THRU
042360          CHECK-SUBSYS-PAGE-EXIT.
042370      WRITE SUBSYSTEM-LINE FROM SUBSYS-MATRIX-BANNER
042380          AFTER ADVANCING 1 LINE.
042390      ADD 1 TO SUBSYS-LINE-COUNT.
042400      PERFORM WRITE-ONE-MATRIX-ROW THRU
042410          WRITE-ONE-MATRIX-ROW-EXIT
042420          VARYING SUBSYS-INDEX FROM 1 BY 1
042430          UNTIL SUBSYS-INDEX IS GREATER THAN SUBSYS-COUNT.
042440  WRITE-MATRIX-BAND-EXIT.
042450      EXIT.
042460  SET-ONE-HEAD-SLOT.
042470      ADD SUBSYS-BAND-START SUBSYS-SLOT GIVING SUBSYS-COLUMN.
042480      SUBTRACT 1 FROM SUBSYS-COLUMN.
042490      IF SUBSYS-COLUMN IS GREATER THAN SUBSYS-COUNT
042500          GO TO SET-ONE-HEAD-SLOT-EXIT.
042510      MOVE SUBSYS-NAME (SUBSYS-COLUMN) TO
042520          SUBM-HEAD-NAME (SUBSYS-SLOT).
042530  SET-ONE-HEAD-SLOT-EXIT.
042540      EXIT.
042550  WRITE-ONE-MATRIX-ROW.
042560      MOVE SPACES TO SUBSYS-PRINT-AREA.
042570      MOVE SUBSYS-NAME (SUBSYS-INDEX) TO SUBM-ROW-NAME.
042580      PERFORM SET-ONE-MATRIX-CELL THRU
042590          SET-ONE-MATRIX-CELL-EXIT
042600          VARYING SUBSYS-SLOT FROM 1 BY 1
042610          UNTIL SUBSYS-SLOT IS GREATER THAN 10.
042620      PERFORM WRITE-SUBSYS-LINE THRU
042630          WRITE-SUBSYS-LINE-EXIT.
042640  WRITE-ONE-MATRIX-ROW-EXIT.
042650      EXIT.
042660  SET-ONE-MATRIX-CELL.
042670      ADD SUBSYS-BAND-START SUBSYS-SLOT GIVING SUBSYS-COLUMN.
042680      SUBTRACT 1 FROM SUBSYS-COLUMN.
042690      IF SUBSYS-COLUMN IS GREATER THAN SUBSYS-COUNT
042700          GO TO SET-ONE-MATRIX-CELL-EXIT.
042710      MOVE SUBSYS-CELL (SUBSYS-INDEX, SUBSYS-COLUMN) TO
042720          SUBM-CELL-OUT (SUBSYS-SLOT).
042730  SET-ONE-MATRIX-CELL-EXIT.
042740      EXIT.
042750  WRITE-SUBSYS-LINE.
042760      PERFORM CHECK-SUBSYS-PAGE THRU
042770          CHECK-SUBSYS-PAGE-EXIT.
042780      WRITE SUBSYSTEM-LINE FROM SUBSYS-PRINT-AREA
042790          AFTER ADVANCING 1 LINE.
042800      ADD 1 TO SUBSYS-LINE-COUNT.
042810  WRITE-SUBSYS-LINE-EXIT.
042820      EXIT.
042830  CHECK-SUBSYS-PAGE.
042840      IF SUBSYS-LINE-COUNT IS NOT LESS THAN
042850              PAGE-LINE-LIMIT
042860          PERFORM SUBSYS-PAGE-HEAD THRU
042870              SUBSYS-PAGE-HEAD-EXIT.
042880  CHECK-SUBSYS-PAGE-EXIT.
042890      EXIT.
042900*  EACH SECTION TAKES ITS OWN TITLES; THE CALLING
042910*  ELEMENT IS PRINTED AGAIN AT THE TOP OF EVERY PAGE.
042920  SUBSYS-PAGE-HEAD.
042930      ADD 1 TO SUBSYS-PAGE-COUNT.
042940      MOVE 'SUBSYSTEMS (CULSUBLST)' TO HEADING-1-TITLE.
042950      MOVE SUBSYS-PAGE-COUNT TO HEADING-1-PAGE.
042960      WRITE SUBSYSTEM-LINE FROM HEADING-1
042970          AFTER ADVANCING PAGE.
042980      WRITE SUBSYSTEM-LINE FROM HEADING-2
042990          AFTER ADVANCING 1 LINE.
043000      MOVE SPACES TO SUBSYSTEM-LINE.
043010      IF SUBSYS-IN-CROSSINGS
043020          MOVE SUBSYS-CROSS-TITLES TO SUBSYSTEM-LINE.
043030      IF SUBSYS-IN-UNUSED
043040          MOVE SUBSYS-UNUSED-TITLES TO SUBSYSTEM-LINE.
043050      IF SUBSYS-IN-MATRIX
043060          MOVE SUBSYS-MATRIX-HEADER TO SUBSYSTEM-LINE.
043070      WRITE SUBSYSTEM-LINE AFTER ADVANCING 2 LINES.
043080      MOVE SPACES TO SUBSYSTEM-LINE.
043090      WRITE SUBSYSTEM-LINE AFTER ADVANCING 1 LINE.
043100      MOVE SPACES TO SUBSYS-COMP-ELEMENT.
043110      MOVE SPACES TO SUBSYS-COMP-PPN.
043120      MOVE SPACES TO SUBSYS-COMP-EXTENS.
043130      MOVE ZERO TO SUBSYS-LINE-COUNT.
043140  SUBSYS-PAGE-HEAD-EXIT.
043150      EXIT.

043160* =====================================================
043170*  DO-RUN-AUDIT -- PRINTS THE WHOLE PAGED CULRUNLST
043180*  AUDIT: THE PER-FILE DETAIL THE SWEEP CAPTURED IN
043190*  DETAIL-WORK, PER-PPN AND PER-EXTENSION TOTALS, THE
043200*  CULBADLST TALLY, THE RESUME POINT IF A CHECKPOINT
043210*  RESTART FIRED, THE RUN PARAMETERS IN EFFECT, AND
043220*  THE START AND END TIMES.  ONCE THE RUN HAS
043230*  COMMITTED, APPEND-RUN-LOG PUTS THE SAME SUMMARY,
043240*  ONE RECORD, ONTO THE PERMANENT CULLOG.DAT RUN LOG.
043250* =====================================================
043260  DO-RUN-AUDIT.
043270      ACCEPT RUN-TIME-RAW FROM TIME.
043280      STRING RUN-HH ':' RUN-MIN DELIMITED BY SIZE
043290          INTO END-TIME-SAVE.
043300      CLOSE DETAIL-WORK.
043310      OPEN INPUT DETAIL-WORK.
043320  AUDIT-DETAIL-LOOP.
043330      READ DETAIL-WORK
043340          AT END GO TO AUDIT-DETAIL-DONE.
043350      MOVE SPACES TO AUDIT-COMPOSER.
043360      MOVE RDET-PPN-ID TO RUNL-PPN-OUT.
043370      MOVE RDET-FILE-ID TO RUNL-FILE-OUT.
043380      MOVE RDET-EXTENS-ID TO RUNL-EXT-OUT.
043390      MOVE RDET-RECORD-COUNT TO RUNL-COUNT-OUT.
043400      IF RDET-BAD-FLAG IS EQUAL TO 'Y'
043410          MOVE 'READ TRAP - SEE CULBADLST' TO
043420              RUNL-TEXT-OUT.
043430      IF RDET-BANK-FLAG IS EQUAL TO 'C'
043440          MOVE 'CARRIED FORWARD FROM CULLSB' TO
043450              RUNL-TEXT-OUT.
043460      IF RDET-BANK-FLAG IS EQUAL TO 'D'
043470          MOVE 'DROPPED - GONE FROM THE UFD' TO
043480              RUNL-TEXT-OUT.
043490      PERFORM WRITE-AUDIT-LINE THRU
043500          WRITE-AUDIT-LINE-EXIT.
043510      GO TO AUDIT-DETAIL-LOOP.
043520  AUDIT-DETAIL-DONE.
043530      CLOSE DETAIL-WORK.
043540      PERFORM CHECK-AUDIT-PAGE THRU
043550          CHECK-AUDIT-PAGE-EXIT.
043560      WRITE RUN-LINE FROM AUDIT-PPN-BANNER
043570          AFTER ADVANCING 2 LINES.
043580      ADD 2 TO RUNL-LINE-COUNT.
043590      PERFORM WRITE-PPN-TALLY-LINE THRU
043600          WRITE-PPN-TALLY-LINE-EXIT
043610          VARYING PPN-INDEX FROM 1 BY 1
043620          UNTIL PPN-INDEX IS GREATER THAN PPN-COUNT.
043630      PERFORM CHECK-AUDIT-PAGE THRU
043640          CHECK-AUDIT-PAGE-EXIT.
043650      WRITE RUN-LINE FROM AUDIT-EXT-BANNER
043660          AFTER ADVANCING 2 LINES.
043670      ADD 2 TO RUNL-LINE-COUNT.
043680      PERFORM WRITE-EXT-TALLY-LINE THRU
043690          WRITE-EXT-TALLY-LINE-EXIT
043700          VARYING EXTENSION-INDEX FROM 1 BY 1
043710          UNTIL EXTENSION-INDEX IS GREATER THAN
043720              EXTENSION-COUNT.
043730      MOVE SPACES TO AUDIT-COMPOSER.
043740      PERFORM WRITE-AUDIT-LINE THRU
043750          WRITE-AUDIT-LINE-EXIT.
043760      MOVE BAD-RECORD-COUNT TO RUNL-COUNT-OUT.
043770      MOVE 'CREF RECORDS LOST TO READ ERRORS' TO
043780          RUNL-TEXT-OUT.
043790      PERFORM WRITE-AUDIT-LINE THRU
043800          WRITE-AUDIT-LINE-EXIT.
043810      MOVE SPACES TO AUDIT-COMPOSER.
043820      MOVE PARAM-BAD-COUNT TO RUNL-COUNT-OUT.
043830      MOVE 'BAD CULPARAM CARDS - SEE CULBADLST' TO
043840          RUNL-TEXT-OUT.
043850      PERFORM WRITE-AUDIT-LINE THRU
043860          WRITE-AUDIT-LINE-EXIT.
043870      IF RESUME-HAPPENED
043880          MOVE SPACES TO AUDIT-COMPOSER
043890          MOVE CKPT-PPN-SAVE TO RUNL-PPN-OUT
043900          MOVE CKPT-FILE-PART-SAVE TO RUNL-FILE-OUT
043910          MOVE CKPT-EXTENS-SAVE TO RUNL-EXT-OUT
043920          MOVE 'RESUMED PAST THIS CHECKPOINT' TO
043930              RUNL-TEXT-OUT
043940          PERFORM WRITE-AUDIT-LINE THRU
043950              WRITE-AUDIT-LINE-EXIT.
043960      MOVE SPACES TO AUDIT-COMPOSER.
043970      STRING 'START=' START-TIME-SAVE
043980          '  END=' END-TIME-SAVE
043990          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044000      PERFORM WRITE-AUDIT-LINE THRU
044010          WRITE-AUDIT-LINE-EXIT.
044020      MOVE SPACES TO AUDIT-COMPOSER.
044030      STRING 'SHARED-ONLY=' SHARED-ONLY-SWITCH
044040          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044050      PERFORM WRITE-AUDIT-LINE THRU
044060          WRITE-AUDIT-LINE-EXIT.
044070      MOVE SPACES TO AUDIT-COMPOSER.
044080      STRING 'INCREMENTAL=' INCREMENTAL-SWITCH
044090          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044100      PERFORM WRITE-AUDIT-LINE THRU
044110          WRITE-AUDIT-LINE-EXIT.
044120      MOVE SPACES TO AUDIT-COMPOSER.
044130      MOVE TREND-RUNS-WANTED TO AUDIT-COUNT-DISP.
044140      STRING 'TREND RUNS=' AUDIT-COUNT-DISP
044150          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044160      PERFORM WRITE-AUDIT-LINE THRU
044170          WRITE-AUDIT-LINE-EXIT.
044180      MOVE SPACES TO AUDIT-COMPOSER.
044190      MOVE DEADWOOD-RUNS-WANTED TO AUDIT-COUNT-DISP.
044200      STRING 'DEADRUN THRESHOLD=' AUDIT-COUNT-DISP
044210          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044220      PERFORM WRITE-AUDIT-LINE THRU
044230          WRITE-AUDIT-LINE-EXIT.
044240      MOVE SPACES TO AUDIT-COMPOSER.
044250      MOVE DUP-PCT-WANTED TO AUDIT-COUNT-DISP.
044260      STRING 'DUPPCT THRESHOLD=' AUDIT-COUNT-DISP
044270          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044280      PERFORM WRITE-AUDIT-LINE THRU
044290          WRITE-AUDIT-LINE-EXIT.
044300      MOVE SPACES TO AUDIT-COMPOSER.
044310      MOVE INSTALLED-COUNT TO AUDIT-COUNT-DISP.
044320      STRING 'CHGNUM=' CHANGE-NUMBER-WANTED
044330          ' INSTAL CARDS=' AUDIT-COUNT-DISP
044340          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044350      PERFORM WRITE-AUDIT-LINE THRU
044360          WRITE-AUDIT-LINE-EXIT.
044370      MOVE SPACES TO AUDIT-COMPOSER.
044380      MOVE GATE-MAX-UNDEF TO AUDIT-COUNT-DISP.
044390      STRING 'GATE MAXUND=' AUDIT-COUNT-DISP
044400          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044410      PERFORM WRITE-AUDIT-LINE THRU
044420          WRITE-AUDIT-LINE-EXIT.
044430      MOVE SPACES TO AUDIT-COMPOSER.
044440      MOVE GATE-MAX-MULDEF TO AUDIT-COUNT-DISP.
044450      STRING 'GATE MAXMUL=' AUDIT-COUNT-DISP
044460          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044470      PERFORM WRITE-AUDIT-LINE THRU
044480          WRITE-AUDIT-LINE-EXIT.
044490      MOVE SPACES TO AUDIT-COMPOSER.
044500      MOVE GATE-MAX-STDEXC TO AUDIT-COUNT-DISP.
044510      STRING 'GATE MAXSTD=' AUDIT-COUNT-DISP
044520          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044530      PERFORM WRITE-AUDIT-LINE THRU
044540          WRITE-AUDIT-LINE-EXIT.
044550      MOVE SPACES TO AUDIT-COMPOSER.
044560      MOVE GATE-MAX-BAD TO AUDIT-COUNT-DISP.
044570      STRING 'GATE MAXBAD=' AUDIT-COUNT-DISP
044580          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044590      PERFORM WRITE-AUDIT-LINE THRU
044600          WRITE-AUDIT-LINE-EXIT.
044610      MOVE SPACES TO AUDIT-COMPOSER.
044620      MOVE GATE-MAX-STALE TO AUDIT-COUNT-DISP.
044630      STRING 'GATE MAXSTL=' AUDIT-COUNT-DISP
044640          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044650      PERFORM WRITE-AUDIT-LINE THRU
044660          WRITE-AUDIT-LINE-EXIT.
044670      MOVE SPACES TO AUDIT-COMPOSER.
044680      MOVE GATE-MAX-MISSING TO AUDIT-COUNT-DISP.
044690      STRING 'GATE MAXMIS=' AUDIT-COUNT-DISP
044700          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044710      PERFORM WRITE-AUDIT-LINE THRU
044720          WRITE-AUDIT-LINE-EXIT.
044730      MOVE SPACES TO AUDIT-COMPOSER.
044740      MOVE GATE-MAX-INTERNAL TO AUDIT-COUNT-DISP.
044750      STRING 'GATE MAXINT=' AUDIT-COUNT-DISP
044760          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044770      PERFORM WRITE-AUDIT-LINE THRU
044780          WRITE-AUDIT-LINE-EXIT.
044790      MOVE SPACES TO AUDIT-COMPOSER.
044800      MOVE GATE-MAX-FORBID TO AUDIT-COUNT-DISP.
044810      STRING 'GATE MAXFBD=' AUDIT-COUNT-DISP
044820          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044830      PERFORM WRITE-AUDIT-LINE THRU
044840          WRITE-AUDIT-LINE-EXIT.
044850      MOVE SPACES TO AUDIT-COMPOSER.
044860      MOVE GATE-MAX-UNUSED TO AUDIT-COUNT-DISP.
044870      STRING 'GATE MAXUNP=' AUDIT-COUNT-DISP
044880          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044890      PERFORM WRITE-AUDIT-LINE THRU
044900          WRITE-AUDIT-LINE-EXIT.
044910      MOVE SPACES TO AUDIT-COMPOSER.
044920      MOVE SELECTED-FILE-COUNT TO AUDIT-COUNT-DISP.
044930      STRING 'TARGETED SELECTS=' AUDIT-COUNT-DISP
044940          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
044950      PERFORM WRITE-AUDIT-LINE THRU
044960          WRITE-AUDIT-LINE-EXIT.
044970      MOVE SPACES TO AUDIT-COMPOSER.
044980      MOVE PREFIX-COUNT TO AUDIT-COUNT-DISP.
044990      STRING 'PREFIX REGISTER ENTRIES=' AUDIT-COUNT-DISP
045000          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
045010      PERFORM WRITE-AUDIT-LINE THRU
045020          WRITE-AUDIT-LINE-EXIT.
045030      MOVE SPACES TO AUDIT-COMPOSER.
045040      MOVE LIBRARY-COUNT TO AUDIT-COUNT-DISP.
045050      STRING 'LIBRARY CATALOG ENTRIES=' AUDIT-COUNT-DISP
045060          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
045070      PERFORM WRITE-AUDIT-LINE THRU
045080          WRITE-AUDIT-LINE-EXIT.
045090      MOVE SPACES TO AUDIT-COMPOSER.
045100      MOVE FILES-CULLED-COUNT TO RUNL-COUNT-OUT.
045110      MOVE 'FILES CULLED THIS RUN' TO RUNL-TEXT-OUT.
045120      PERFORM WRITE-AUDIT-LINE THRU
045130          WRITE-AUDIT-LINE-EXIT.
045140      MOVE SPACES TO AUDIT-COMPOSER.
045150      MOVE BANK-REREAD-COUNT TO RUNL-COUNT-OUT.
045160      MOVE 'LISTINGS RE-READ' TO RUNL-TEXT-OUT.
045170      PERFORM WRITE-AUDIT-LINE THRU
045180          WRITE-AUDIT-LINE-EXIT.
045190      MOVE SPACES TO AUDIT-COMPOSER.
045200      MOVE BANK-CARRIED-COUNT TO RUNL-COUNT-OUT.
045210      MOVE 'LISTINGS CARRIED FORWARD FROM CULLSB' TO
045220          RUNL-TEXT-OUT.
045230      PERFORM WRITE-AUDIT-LINE THRU
045240          WRITE-AUDIT-LINE-EXIT.
045250      MOVE SPACES TO AUDIT-COMPOSER.
045260      MOVE BANK-DROPPED-COUNT TO RUNL-COUNT-OUT.
045270      MOVE 'LISTINGS DROPPED - GONE FROM THE UFD' TO
045280          RUNL-TEXT-OUT.
045290      PERFORM WRITE-AUDIT-LINE THRU
045300          WRITE-AUDIT-LINE-EXIT.
045310      MOVE SPACES TO AUDIT-COMPOSER.
045320      MOVE COVER-STALE-COUNT TO RUNL-COUNT-OUT.
045330      MOVE 'LISTINGS OLDER THAN SOURCE (STALE)' TO
045340          RUNL-TEXT-OUT.
045350      PERFORM WRITE-AUDIT-LINE THRU
045360          WRITE-AUDIT-LINE-EXIT.
045370      MOVE SPACES TO AUDIT-COMPOSER.
045380      MOVE COVER-MISSING-COUNT TO RUNL-COUNT-OUT.
045390      MOVE 'SOURCES WITH NO LISTING (MISSING)' TO
045400          RUNL-TEXT-OUT.
045410      PERFORM WRITE-AUDIT-LINE THRU
045420          WRITE-AUDIT-LINE-EXIT.
045430      MOVE SPACES TO AUDIT-COMPOSER.
045440      MOVE COVER-NOSRC-COUNT TO RUNL-COUNT-OUT.
045450      MOVE 'LISTINGS WITH NO SOURCE' TO RUNL-TEXT-OUT.
045460      PERFORM WRITE-AUDIT-LINE THRU
045470          WRITE-AUDIT-LINE-EXIT.
045480      MOVE SPACES TO AUDIT-COMPOSER.
045490      MOVE TOTAL-RECORD-COUNT TO RUNL-COUNT-OUT.
045500      MOVE 'CREF RECORDS READ' TO RUNL-TEXT-OUT.
045510      PERFORM WRITE-AUDIT-LINE THRU
045520          WRITE-AUDIT-LINE-EXIT.
045530      MOVE SPACES TO AUDIT-COMPOSER.
045540      MOVE SORT-LINES-RELEASED-COUNT TO RUNL-COUNT-OUT.
045550      MOVE 'SORT LINES RELEASED' TO RUNL-TEXT-OUT.
045560      PERFORM WRITE-AUDIT-LINE THRU
045570          WRITE-AUDIT-LINE-EXIT.
045580      MOVE SPACES TO AUDIT-COMPOSER.
045590      MOVE DISTINCT-SYMBOL-COUNT TO RUNL-COUNT-OUT.
045600      MOVE 'DISTINCT SYMBOLS' TO RUNL-TEXT-OUT.
045610      PERFORM WRITE-AUDIT-LINE THRU
045620          WRITE-AUDIT-LINE-EXIT.
045630      MOVE SPACES TO AUDIT-COMPOSER.
045640      MOVE LIBRARY-RESOLVED-COUNT TO RUNL-COUNT-OUT.
045650      MOVE 'GLOBALS RESOLVED BY LIBRARY (CULLIBLST)' TO
045660          RUNL-TEXT-OUT.
045670      PERFORM WRITE-AUDIT-LINE THRU
045680          WRITE-AUDIT-LINE-EXIT.
045690  DO-RUN-AUDIT-EXIT.
045700      EXIT.

045710* =====================================================
045720*  DO-BUILD-GATE -- THE ONE-PAGE PASS/FAIL VERDICT THE
045730*  NIGHT OPERATOR ACTS ON.  EACH EXCEPTION COUNT IS
045740*  COMPARED AGAINST ITS LIMIT ON CULGONLST, ANY COUNT
045750*  OVER ITS LIMIT IS CALLED OUT ON THE CONSOLE, AND
045760*  THE RUN ENDS WITH AN UNMISTAKABLE BUILD GO OR
045770*  BUILD NO-GO.  A TARGETED CULL SAW ONLY PART OF THE
045780*  WORLD, SO ITS VERDICT IS MARKED NOT AUTHORITATIVE.
045790* =====================================================
045800  DO-BUILD-GATE.
045810      MOVE 'BUILD GATE (CULGONLST)' TO HEADING-1-TITLE.
045820      MOVE 1 TO HEADING-1-PAGE.
045830      WRITE GATE-LINE FROM HEADING-1
045840          AFTER ADVANCING PAGE.
045850      WRITE GATE-LINE FROM HEADING-2
045860          AFTER ADVANCING 1 LINE.
045870      WRITE GATE-LINE FROM GATE-TITLES
045880          AFTER ADVANCING 2 LINES.
045890      MOVE SPACES TO GATE-LINE.
045900      WRITE GATE-LINE AFTER ADVANCING 1 LINE.
045910      MOVE 'UNDEFINED SYMBOLS (CULUNDLST)' TO
045920          GATE-TEXT-OUT.
045930      MOVE UNDEF-SYMBOL-COUNT TO GATE-COUNT-WORK.
045940      MOVE GATE-MAX-UNDEF TO GATE-LIMIT-WORK.
045950      PERFORM WRITE-GATE-CHECK THRU
045960          WRITE-GATE-CHECK-EXIT.
045970      MOVE 'MULTIPLY-DEFINED GLOBALS (MULDEF)' TO
045980          GATE-TEXT-OUT.
045990      MOVE MULDEF-SYMBOL-COUNT TO GATE-COUNT-WORK.
046000      MOVE GATE-MAX-MULDEF TO GATE-LIMIT-WORK.
046010      PERFORM WRITE-GATE-CHECK THRU
046020          WRITE-GATE-CHECK-EXIT.
046030      MOVE 'NAMING EXCEPTIONS (CULSTDLST)' TO
046040          GATE-TEXT-OUT.
046050      MOVE STANDARD-EXCEPTION-COUNT TO GATE-COUNT-WORK.
046060      MOVE GATE-MAX-STDEXC TO GATE-LIMIT-WORK.
046070      PERFORM WRITE-GATE-CHECK THRU
046080          WRITE-GATE-CHECK-EXIT.
046090      MOVE 'BAD CREF READS (CULBADLST)' TO
046100          GATE-TEXT-OUT.
046110      MOVE BAD-RECORD-COUNT TO GATE-COUNT-WORK.
046120      MOVE GATE-MAX-BAD TO GATE-LIMIT-WORK.
046130      PERFORM WRITE-GATE-CHECK THRU
046140          WRITE-GATE-CHECK-EXIT.
046150      MOVE 'STALE LISTINGS (CULCOVLST)' TO
046160          GATE-TEXT-OUT.
046170      MOVE COVER-STALE-COUNT TO GATE-COUNT-WORK.
046180      MOVE GATE-MAX-STALE TO GATE-LIMIT-WORK.
046190      PERFORM WRITE-GATE-CHECK THRU
046200          WRITE-GATE-CHECK-EXIT.
046210      MOVE 'MISSING LISTINGS (CULCOVLST)' TO
046220          GATE-TEXT-OUT.
046230      MOVE COVER-MISSING-COUNT TO GATE-COUNT-WORK.
046240      MOVE GATE-MAX-MISSING TO GATE-LIMIT-WORK.
046250      PERFORM WRITE-GATE-CHECK THRU
046260          WRITE-GATE-CHECK-EXIT.
046270      MOVE 'CALLS INTO INTERNALS (CULSUBLST)' TO
046280          GATE-TEXT-OUT.
046290      MOVE SUBSYS-INTERNAL-COUNT TO GATE-COUNT-WORK.
046300      MOVE GATE-MAX-INTERNAL TO GATE-LIMIT-WORK.
046310      PERFORM WRITE-GATE-CHECK THRU
046320          WRITE-GATE-CHECK-EXIT.
046330      MOVE 'FORBIDDEN CALLS (CULSUBLST)' TO
046340          GATE-TEXT-OUT.
046350      MOVE SUBSYS-FORBID-COUNT TO GATE-COUNT-WORK.
046360      MOVE GATE-MAX-FORBID TO GATE-LIMIT-WORK.
046370      PERFORM WRITE-GATE-CHECK THRU
046380          WRITE-GATE-CHECK-EXIT.
046390      MOVE 'UNUSED INTERFACES (CULSUBLST)' TO
046400          GATE-TEXT-OUT.
046410      MOVE SUBSYS-UNUSED-COUNT TO GATE-COUNT-WORK.
046420      MOVE GATE-MAX-UNUSED TO GATE-LIMIT-WORK.
046430      PERFORM WRITE-GATE-CHECK THRU
046440          WRITE-GATE-CHECK-EXIT.
046450      MOVE SPACES TO GATE-LINE.
046460      WRITE GATE-LINE AFTER ADVANCING 1 LINE.
046470      IF GATE-FAILED
046480          WRITE GATE-LINE FROM GATE-NOGO-NOTE
046490              AFTER ADVANCING 1 LINE
046500      ELSE
046510          WRITE GATE-LINE FROM GATE-GO-NOTE
046520              AFTER ADVANCING 1 LINE.
046530*     THE CONSOLE VERDICT ITSELF IS HELD BACK SO THE
046540*     LAST LINE THE OPERATOR SEES IS THE VERDICT
046550*     (SEE THE END OF INITIALIZE-RUN).
046560      IF SELECTED-FILES-ACTIVE
046570          WRITE GATE-LINE FROM GATE-TARGET-NOTE
046580              AFTER ADVANCING 1 LINE.
046590  DO-BUILD-GATE-EXIT.
046600      EXIT.
046610  WRITE-GATE-CHECK.
046620      MOVE GATE-COUNT-WORK TO GATE-COUNT-OUT.
046630      MOVE GATE-LIMIT-WORK TO GATE-LIMIT-OUT.
046640      IF GATE-COUNT-WORK IS GREATER THAN GATE-LIMIT-WORK
046650          MOVE 'FAIL' TO GATE-VERDICT-OUT
046660          MOVE 'Y' TO GATE-FAIL-SWITCH
046670          DISPLAY 'CULL: ' GATE-TEXT-OUT ' '
046680              GATE-COUNT-OUT ' EXCEEDS LIMIT '
046690              GATE-LIMIT-OUT
046700      ELSE
046710          MOVE 'PASS' TO GATE-VERDICT-OUT.
046720      WRITE GATE-LINE AFTER ADVANCING 1 LINE.
046730  WRITE-GATE-CHECK-EXIT.
046740      EXIT.

046750  WRITE-PPN-TALLY-LINE.
046760      MOVE SPACES TO AUDIT-COMPOSER.
046770      MOVE PPN-ENTRY (PPN-INDEX) TO RUNL-PPN-OUT.
046780      MOVE PPN-RECS-TALLY (PPN-INDEX) TO RUNL-COUNT-OUT.
046790      MOVE PPN-FILES-TALLY (PPN-INDEX) TO
046800          AUDIT-COUNT-DISP.
046810      STRING 'FILES CULLED=' AUDIT-COUNT-DISP
046820          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
046830      PERFORM WRITE-AUDIT-LINE THRU
046840          WRITE-AUDIT-LINE-EXIT.
046850  WRITE-PPN-TALLY-LINE-EXIT.
046860      EXIT.
046870  WRITE-EXT-TALLY-LINE.
046880      MOVE SPACES TO AUDIT-COMPOSER.
046890      MOVE EXTENSION-ENTRY (EXTENSION-INDEX) TO
046900          RUNL-EXT-OUT.
046910      MOVE EXT-RECS-TALLY (EXTENSION-INDEX) TO
046920          RUNL-COUNT-OUT.
046930      MOVE EXT-FILES-TALLY (EXTENSION-INDEX) TO
046940          AUDIT-COUNT-DISP.
046950      STRING 'FILES CULLED=' AUDIT-COUNT-DISP
046960          DELIMITED BY SIZE INTO RUNL-TEXT-OUT.
046970      PERFORM WRITE-AUDIT-LINE THRU
046980          WRITE-AUDIT-LINE-EXIT.
046990  WRITE-EXT-TALLY-LINE-EXIT.
047000      EXIT.
047010  APPEND-RUN-LOG.
047020      OPEN EXTEND LOG-FILE.
047030      IF LOG-FILE-STATUS IS NOT EQUAL TO '00'
047040          OPEN OUTPUT LOG-FILE.
047050      IF LOG-FILE-STATUS IS NOT EQUAL TO '00'
047060          DISPLAY 'CULL: CANNOT WRITE CULLOG.DAT --'
047070              ' RUN LOG NOT UPDATED.'
047080          GO TO APPEND-RUN-LOG-EXIT.
047090      MOVE SPACES TO LOG-LINE.
047100      MOVE RUN-DATE-RAW TO RLOG-DATE.
047110      MOVE START-TIME-SAVE TO RLOG-START.
047120      MOVE END-TIME-SAVE TO RLOG-END.
047130      MOVE FILES-CULLED-COUNT TO RLOG-FILES.
047140      MOVE TOTAL-RECORD-COUNT TO RLOG-RECORDS.
047150      MOVE BAD-RECORD-COUNT TO RLOG-BAD.
047160      IF RESUME-HAPPENED
047170          MOVE 'Y' TO RLOG-RESUMED
047180      ELSE
047190          MOVE 'N' TO RLOG-RESUMED.
047200      MOVE HEADING-2-PPNS TO RLOG-PPNS.
047210      MOVE HEADING-2-EXTS TO RLOG-EXTS.
047220      MOVE RUN-GENERATION TO RLOG-GENERATION.
047230      IF SET-COMMITTED
047240          MOVE 'Y' TO RLOG-COMMITTED
047250      ELSE
047260          MOVE 'N' TO RLOG-COMMITTED.
047270      WRITE LOG-LINE.
047280      CLOSE LOG-FILE.
047290  APPEND-RUN-LOG-EXIT.
047300      EXIT.
047310  WRITE-AUDIT-LINE.
047320      PERFORM CHECK-AUDIT-PAGE THRU
047330          CHECK-AUDIT-PAGE-EXIT.
047340      WRITE RUN-LINE FROM AUDIT-COMPOSER
047350          AFTER ADVANCING 1 LINE.
047360      ADD 1 TO RUNL-LINE-COUNT.
047370  WRITE-AUDIT-LINE-EXIT.
047380      EXIT.
047390  CHECK-AUDIT-PAGE.
047400      IF RUNL-LINE-COUNT IS NOT LESS THAN
047410              PAGE-LINE-LIMIT
047420          PERFORM RUNL-PAGE-HEAD THRU
047430              RUNL-PAGE-HEAD-EXIT.
047440  CHECK-AUDIT-PAGE-EXIT.
047450      EXIT.
047460  RUNL-PAGE-HEAD.
047470      ADD 1 TO RUNL-PAGE-COUNT.
047480      MOVE 'RUN AUDIT (CULRUNLST)' TO HEADING-1-TITLE.
047490      MOVE RUNL-PAGE-COUNT TO HEADING-1-PAGE.
047500      WRITE RUN-LINE FROM HEADING-1
047510          AFTER ADVANCING PAGE.
047520      WRITE RUN-LINE FROM HEADING-2
047530          AFTER ADVANCING 1 LINE.
047540      WRITE RUN-LINE FROM RUNL-TITLES
047550          AFTER ADVANCING 2 LINES.
047560      MOVE SPACES TO RUN-LINE.
047570      WRITE RUN-LINE AFTER ADVANCING 1 LINE.
047580      MOVE ZERO TO RUNL-LINE-COUNT.
047590  RUNL-PAGE-HEAD-EXIT.
047600      EXIT.

047610* =====================================================
047620*  DO-HISTORY-TREND -- ADDS ONE SUMMARY RECORD FOR
047630*  THIS RUN TO THE PERMANENT CULHIS.DAT HISTORY, THEN
047640*  PRINTS THE LAST N RUNS (CULPARAM TREND CARD,
047650*  DEFAULT 12) SIDE BY SIDE ON CULTRNLST, EACH RUN
047660*  WITH ITS CHANGE FROM THE RUN BEFORE.  THE HISTORY
047670*  SO FAR AND THE NEW RECORD GO TO CULHIS.TMP, WHICH
047680*  COMMIT-RUN-SET COPIES OVER CULHIS.DAT, SO A RUN
047690*  THAT DIES BEFORE ITS COMMIT ADDS NOTHING AND A
047700*  RERUN NEVER ADDS ITS RECORD TWICE.  A TARGETED
047710*  CULL COVERS ONLY PART OF THE SWEEP, SO -- AS WITH
047720*  THE DELTA BASELINE -- IT NEITHER ADDS TO NOR
047730*  REPORTS FROM THE HISTORY.
047740* =====================================================
047750  DO-HISTORY-TREND.
047760      IF SELECTED-FILES-ACTIVE
047770          WRITE TREND-LINE FROM TREND-TARGETED-NOTE
047780          GO TO DO-HISTORY-TREND-EXIT.
047790      OPEN OUTPUT NEW-HISTORY-FILE.
047800      IF NEW-HISTORY-STATUS IS NOT EQUAL TO '00'
047810          DISPLAY 'CULL: CANNOT WRITE CULHIS.TMP --'
047820              ' RUN WILL NOT BE COMMITTED.'
047830          MOVE 'N' TO SET-COMPLETE-SWITCH
047840          GO TO DO-HISTORY-TREND-EXIT.
047850      OPEN INPUT HISTORY-FILE.
047860      IF HISTORY-FILE-STATUS IS NOT EQUAL TO '00'
047870          GO TO HISTORY-ADD-RUN.
047880  HISTORY-COPY-LOOP.
047890      MOVE SPACES TO HISTORY-LINE.
047900      READ HISTORY-FILE
047910          AT END GO TO HISTORY-COPY-DONE.
047920      WRITE NEW-HISTORY-LINE FROM HISTORY-LINE.
047930      GO TO HISTORY-COPY-LOOP.
047940  HISTORY-COPY-DONE.
047950      CLOSE HISTORY-FILE.
047960  HISTORY-ADD-RUN.
047970      MOVE SPACES TO NEW-HISTORY-LINE.
047980      MOVE RUN-DATE-RAW TO NHIST-DATE.
047990      STRING RUN-HH RUN-MIN DELIMITED BY SIZE
048000          INTO NHIST-TIME.
048010      MOVE HEADING-2-PPNS TO NHIST-PPNS.
048020      MOVE HEADING-2-EXTS TO NHIST-EXTS.
048030      MOVE FILES-CULLED-COUNT TO NHIST-COUNT (1).
048040      MOVE SORT-LINES-RELEASED-COUNT TO NHIST-COUNT (2).
048050      MOVE DISTINCT-SYMBOL-COUNT TO NHIST-COUNT (3).
048060      MOVE ORPHAN-SYMBOL-COUNT TO NHIST-COUNT (4).
048070      MOVE MULDEF-SYMBOL-COUNT TO NHIST-COUNT (5).
048080      MOVE UNDEF-SYMBOL-COUNT TO NHIST-COUNT (6).
048090      MOVE DEADWOOD-ELEMENT-COUNT TO NHIST-COUNT (7).
048100      MOVE STANDARD-EXCEPTION-COUNT TO NHIST-COUNT (8).
048110      MOVE COVER-STALE-COUNT TO NHIST-COUNT (9).
048120      MOVE COVER-MISSING-COUNT TO NHIST-COUNT (10).
048130      WRITE NEW-HISTORY-LINE.
048140      CLOSE NEW-HISTORY-FILE.
048150      OPEN INPUT NEW-HISTORY-FILE.
048160      IF NEW-HISTORY-STATUS IS NOT EQUAL TO '00'
048170          GO TO DO-HISTORY-TREND-EXIT.
048180  HISTORY-READ-LOOP.
048190      MOVE SPACES TO NEW-HISTORY-LINE.
048200      READ NEW-HISTORY-FILE
048210          AT END GO TO HISTORY-READ-DONE.
048220      PERFORM KEEP-ONE-HISTORY-RUN THRU
048230          KEEP-ONE-HISTORY-RUN-EXIT.
048240      GO TO HISTORY-READ-LOOP.
048250  HISTORY-READ-DONE.
048260      CLOSE NEW-HISTORY-FILE.
048270      PERFORM WRITE-TREND-REPORT THRU
048280          WRITE-TREND-REPORT-EXIT.
048290  DO-HISTORY-TREND-EXIT.
048300      EXIT.

048310  KEEP-ONE-HISTORY-RUN.
048320      IF HIST-KEPT-COUNT IS EQUAL TO TREND-RUNS-WANTED
048330          PERFORM SHIFT-HISTORY-TABLE THRU
048340              SHIFT-HISTORY-TABLE-EXIT
048350      ELSE
048360          ADD 1 TO HIST-KEPT-COUNT.
048370      MOVE NHIST-DATE TO HK-DATE (HIST-KEPT-COUNT).
048380      MOVE NHIST-TIME TO HK-TIME (HIST-KEPT-COUNT).
048390      PERFORM COPY-ONE-HIST-COUNT THRU
048400          COPY-ONE-HIST-COUNT-EXIT
048410          VARYING TREND-COUNT-INDEX FROM 1 BY 1
048420          UNTIL TREND-COUNT-INDEX IS GREATER THAN 10.
048430  KEEP-ONE-HISTORY-RUN-EXIT.
048440      EXIT.
048450  COPY-ONE-HIST-COUNT.
048460*     A RECORD FROM BEFORE THE COVERAGE COUNTS WERE
048470*     KEPT IS SHORT; ITS MISSING COUNTS READ AS ZERO.
048480      IF NHIST-COUNT (TREND-COUNT-INDEX) IS NOT NUMERIC
048490          MOVE ZERO TO
048500              HK-COUNT (HIST-KEPT-COUNT, TREND-COUNT-INDEX)
048510          GO TO COPY-ONE-HIST-COUNT-EXIT.
048520      MOVE NHIST-COUNT (TREND-COUNT-INDEX) TO
048530          HK-COUNT (HIST-KEPT-COUNT, TREND-COUNT-INDEX).
048540  COPY-ONE-HIST-COUNT-EXIT.
048550      EXIT.
048560  SHIFT-HISTORY-TABLE.
048570      PERFORM SHIFT-ONE-HISTORY-RUN THRU
048580          SHIFT-ONE-HISTORY-RUN-EXIT
048590          VARYING HIST-SHIFT-INDEX FROM 1 BY 1
048600          UNTIL HIST-SHIFT-INDEX IS NOT LESS THAN
048610              HIST-KEPT-COUNT.
048620  SHIFT-HISTORY-TABLE-EXIT.
048630      EXIT.
048640  SHIFT-ONE-HISTORY-RUN.
048650      ADD 1 HIST-SHIFT-INDEX GIVING HIST-KEEP-INDEX.
048660      MOVE HIST-KEEP-ENTRY (HIST-KEEP-INDEX) TO
048670          HIST-KEEP-ENTRY (HIST-SHIFT-INDEX).
048680  SHIFT-ONE-HISTORY-RUN-EXIT.
048690      EXIT.

048700  WRITE-TREND-REPORT.
048710      IF HIST-KEPT-COUNT IS EQUAL TO ZERO
048720          GO TO WRITE-TREND-REPORT-EXIT.
048730      WRITE TREND-LINE FROM TREND-TITLES.
048740      MOVE SPACES TO TREND-LINE.
048750      WRITE TREND-LINE.
048760      PERFORM WRITE-ONE-TREND-RUN THRU
048770          WRITE-ONE-TREND-RUN-EXIT
048780          VARYING HIST-KEEP-INDEX FROM 1 BY 1
048790          UNTIL HIST-KEEP-INDEX IS GREATER THAN
048800              HIST-KEPT-COUNT.
048810  WRITE-TREND-REPORT-EXIT.
048820      EXIT.
048830  WRITE-ONE-TREND-RUN.
048840      MOVE SPACES TO TREND-LINE.
048850      MOVE HK-DATE (HIST-KEEP-INDEX) TO TREND-DATE-OUT.
048860      MOVE HK-TIME (HIST-KEEP-INDEX) TO TREND-TIME-OUT.
048870      PERFORM SET-ONE-TREND-COUNT THRU
048880          SET-ONE-TREND-COUNT-EXIT
048890          VARYING TREND-COUNT-INDEX FROM 1 BY 1
048900          UNTIL TREND-COUNT-INDEX IS GREATER THAN 10.
048910      WRITE TREND-LINE.
048920      IF HIST-KEEP-INDEX IS EQUAL TO 1
048930          GO TO WRITE-ONE-TREND-RUN-EXIT.
048940      SUBTRACT 1 FROM HIST-KEEP-INDEX
048950          GIVING HIST-SHIFT-INDEX.
048960      PERFORM SET-ONE-TREND-DIFF THRU
048970          SET-ONE-TREND-DIFF-EXIT
048980          VARYING TREND-COUNT-INDEX FROM 1 BY 1
048990          UNTIL TREND-COUNT-INDEX IS GREATER THAN 10.
049000      WRITE TREND-LINE FROM TREND-DIFF-COMPOSER.
049010  WRITE-ONE-TREND-RUN-EXIT.
049020      EXIT.
049030  SET-ONE-TREND-COUNT.
049040      MOVE HK-COUNT (HIST-KEEP-INDEX, TREND-COUNT-INDEX)
049050          TO TREND-COUNT-OUT (TREND-COUNT-INDEX).
049060  SET-ONE-TREND-COUNT-EXIT.
049070      EXIT.
049080  SET-ONE-TREND-DIFF.
049090      SUBTRACT
049100          HK-COUNT (HIST-SHIFT-INDEX, TREND-COUNT-INDEX)
049110          FROM
049120          HK-COUNT (HIST-KEEP-INDEX, TREND-COUNT-INDEX)
049130          GIVING TREND-DIFF-WORK.
049140      MOVE TREND-DIFF-WORK TO
049150          TRENDD-COUNT-OUT (TREND-COUNT-INDEX).
049160  SET-ONE-TREND-DIFF-EXIT.
049170      EXIT.

049180  READ-CHECKPOINT.
049190      OPEN INPUT CKPT-FILE.
049200      IF CKPT-FILE-STATUS IS NOT EQUAL TO '00'
049210          GO TO READ-CHECKPOINT-EXIT.
049220      READ CKPT-FILE; AT END GO TO READ-CHECKPOINT-CLOSE.
049230      MOVE CKPT-PPN TO CKPT-PPN-SAVE.
049240      MOVE CKPT-FILE-PART TO CKPT-FILE-PART-SAVE.
049250      MOVE CKPT-EXTENS TO CKPT-EXTENS-SAVE.
049260      MOVE CKPT-FILES-CULLED TO FILES-CULLED-COUNT.
049270      MOVE 'Y' TO RESUME-PENDING-SWITCH.
049280      MOVE 'Y' TO RESUME-HAPPENED-SWITCH.
049290*     THE LINES ALREADY IN CULACC.DAT WERE CULLED ONE WAY
049300*     OR THE OTHER; RESUMING THE OTHER WAY WOULD CARRY
049310*     SOME OF THEM TWICE OR LOSE SOME ALTOGETHER.  A
049320*     BLANK FLAG IS A CHECKPOINT OLDER THAN THE FLAG.
049330      IF CKPT-INCREMENTAL IS NOT EQUAL TO 'Y' AND
049340              CKPT-INCREMENTAL IS NOT EQUAL TO 'N'
049350          GO TO READ-CHECKPOINT-CLOSE.
049360      IF CKPT-INCREMENTAL IS NOT EQUAL TO
049370              INCREMENTAL-WANTED-SWITCH
049380          DISPLAY 'CULL: RESUMING WITH INCREM '
049390              CKPT-INCREMENTAL ' AS THE DEAD RUN WAS --'
049400              ' INCREM CARD OVERRIDDEN.'
049410          MOVE CKPT-INCREMENTAL TO INCREMENTAL-WANTED-SWITCH.
049420  READ-CHECKPOINT-CLOSE.
049430      CLOSE CKPT-FILE.
049440  READ-CHECKPOINT-EXIT.
049450      EXIT.

049460  READ-SELECTED-FILES.
049470      OPEN INPUT SELECTED-FILE-LIST.
049480      IF SELECT-FILE-STATUS IS NOT EQUAL TO '00'
049490          GO TO READ-SELECTED-FILES-EXIT.
049500  READ-SELECTED-FILES-LOOP.
049510      READ SELECTED-FILE-LIST
049520          AT END GO TO READ-SELECTED-FILES-CLOSE.
049530      IF SELECTED-FILE-COUNT IS EQUAL TO 200
049540          DISPLAY 'CULL: CULSELLST HAS MORE THAN 200'
049550              ' ENTRIES -- REST IGNORED.'
049560          GO TO READ-SELECTED-FILES-CLOSE.
049570      ADD 1 TO SELECTED-FILE-COUNT.
049580      MOVE SELECTED-FILE-NAME TO
049590          SELECTED-FILE-ENTRY (SELECTED-FILE-COUNT).
049600      GO TO READ-SELECTED-FILES-LOOP.
049610  READ-SELECTED-FILES-CLOSE.
049620      CLOSE SELECTED-FILE-LIST.
049630      IF SELECTED-FILE-COUNT IS GREATER THAN ZERO
049640          MOVE 'Y' TO SELECTED-FILES-SWITCH.
049650  READ-SELECTED-FILES-EXIT.
049660      EXIT.

049670  READ-LISTING-BANK.
049680*     A TARGETED CULL SEES ONLY PART OF THE SWEEP, SO
049690*     IT NEITHER USES NOR REPLACES THE LISTING BANK.
049700      IF SELECTED-FILES-ACTIVE
049710          GO TO READ-LISTING-BANK-EXIT.
049720      MOVE 'Y' TO BANK-SAVE-SWITCH.
049730      OPEN OUTPUT NEW-LISTING-BANK.
049740      OPEN OUTPUT NEW-BANKED-LINES.
049750      IF NEW-LISTING-BANK-STATUS IS NOT EQUAL TO '00' OR
049760              NEW-BANKED-LINES-STATUS IS NOT EQUAL TO '00'
049770          PERFORM DROP-BANK-SAVE THRU DROP-BANK-SAVE-EXIT.
049780      IF INCREMENTAL-WANTED-SWITCH IS NOT EQUAL TO 'Y'
049790          GO TO READ-LISTING-BANK-EXIT.
049800      MOVE 'Y' TO INCREMENTAL-SWITCH.
049810      OPEN INPUT LISTING-BANK.
049820      IF LISTING-BANK-STATUS IS NOT EQUAL TO '00'
049830          DISPLAY 'CULL: NO CULLSB.DAT LISTING BANK --'
049840              ' EVERY LISTING IS RE-READ.'
049850          GO TO READ-LISTING-BANK-EXIT.
049860  READ-LISTING-BANK-LOOP.
049870      READ LISTING-BANK
049880          AT END GO TO READ-LISTING-BANK-CLOSE.
049890      IF BANK-COUNT IS EQUAL TO 1000
049900          DISPLAY 'CULL: CULLSB.DAT HAS MORE THAN 1000'
049910              ' LISTINGS -- REST RE-READ.'
049920          GO TO READ-LISTING-BANK-CLOSE.
049930      ADD 1 TO BANK-COUNT.
049940      MOVE LBNK-PPN TO BANK-PPN (BANK-COUNT).
049950      MOVE LBNK-FILE TO BANK-FILE (BANK-COUNT).
049960      MOVE LBNK-EXTENS TO BANK-EXTENS (BANK-COUNT).
049970      MOVE LBNK-WRITE-STAMP TO
049980          BANK-WRITE-STAMP (BANK-COUNT).
049990      MOVE LBNK-FILE-SIZE TO BANK-FILE-SIZE (BANK-COUNT).
050000      MOVE LBNK-RECORDS TO BANK-RECORDS (BANK-COUNT).
050010      MOVE SPACE TO BANK-STATE (BANK-COUNT).
050020      MOVE ZERO TO BANK-PPN-INDEX (BANK-COUNT).
050030      MOVE ZERO TO BANK-EXT-INDEX (BANK-COUNT).
050040      GO TO READ-LISTING-BANK-LOOP.
050050  READ-LISTING-BANK-CLOSE.
050060      CLOSE LISTING-BANK.
050070*     IDENTITIES WITHOUT THEIR LINES ARE NO USE:
050080*     FORGET THEM AND RE-READ EVERYTHING.
050090      OPEN INPUT BANKED-LINES.
050100      IF BANKED-LINES-STATUS IS NOT EQUAL TO '00'
050110          DISPLAY 'CULL: NO CULLSL.DAT BANKED LINES --'
050120              ' EVERY LISTING IS RE-READ.'
050130          MOVE ZERO TO BANK-COUNT
050140          GO TO READ-LISTING-BANK-EXIT.
050150      CLOSE BANKED-LINES.
050160  READ-LISTING-BANK-EXIT.
050170      EXIT.
050180*  A NEW BANK THAT CANNOT BE WRITTEN IS NOT WRITTEN AT
050190*  ALL.  BANK-SAVE-SWITCH GOES BACK OFF, SO NOTHING IS
050200*  WRITTEN TO OR CLOSED ON A .TMP FILE THAT NEVER
050210*  OPENED, AND THE RUN WILL NOT BE COMMITTED.
050220  DROP-BANK-SAVE.
050230      DISPLAY 'CULL: CANNOT WRITE CULLSB.TMP AND'
050240          ' CULLSL.TMP -- RUN WILL NOT BE COMMITTED.'.
050250      MOVE 'N' TO SET-COMPLETE-SWITCH.
050260      MOVE 'N' TO BANK-SAVE-SWITCH.
050270      IF NEW-LISTING-BANK-STATUS IS EQUAL TO '00'
050280          CLOSE NEW-LISTING-BANK.
050290      IF NEW-BANKED-LINES-STATUS IS EQUAL TO '00'
050300          CLOSE NEW-BANKED-LINES.
050310  DROP-BANK-SAVE-EXIT.
050320      EXIT.

050330  READ-CHANGED-ELEMENTS.
050340      OPEN INPUT CHANGED-ELEMENT-LIST.
050350      IF CHANGED-FILE-STATUS IS NOT EQUAL TO '00'
050360          GO TO READ-CHANGED-ELEMENTS-EXIT.
050370  READ-CHANGED-ELEMENTS-LOOP.
050380      READ CHANGED-ELEMENT-LIST
050390          AT END GO TO READ-CHANGED-ELEMENTS-CLOSE.
050400      MOVE CHANGED-ELEMENT-NAME TO AFFECTED-TARGET.
050410      PERFORM SEARCH-AFFECTED THRU SEARCH-AFFECTED-EXIT.
050420      IF AFFECTED-FOUND GO TO READ-CHANGED-ELEMENTS-LOOP.
050430      IF AFFECTED-COUNT IS EQUAL TO 500
050440          DISPLAY 'CULL: CULCHGLST HAS MORE THAN 500'
050450              ' ENTRIES -- REST IGNORED.'
050460          GO TO READ-CHANGED-ELEMENTS-CLOSE.
050470      ADD 1 TO AFFECTED-COUNT.
050480      MOVE CHANGED-ELEMENT-NAME TO
050490          AFFECTED-ENTRY (AFFECTED-COUNT).
050500      MOVE CHANGED-ELEMENT-NAME TO IMPACT-ELEMENT-OUT.
050510      MOVE 'CHANGED' TO IMPACT-HOW-OUT.
050520      MOVE SPACES TO IMPACT-VIA-ELEMENT-OUT.
050530      MOVE SPACES TO IMPACT-VIA-SYMBOL-OUT.
050540      WRITE IMPACT-LINE.
050550      GO TO READ-CHANGED-ELEMENTS-LOOP.
050560  READ-CHANGED-ELEMENTS-CLOSE.
050570      CLOSE CHANGED-ELEMENT-LIST.
050580      MOVE AFFECTED-COUNT TO DECLARED-COUNT.
050590      IF AFFECTED-COUNT IS GREATER THAN ZERO
050600          MOVE 'Y' TO CHANGED-ELEMENTS-SWITCH.
050610  READ-CHANGED-ELEMENTS-EXIT.
050620      EXIT.

050630  SEARCH-AFFECTED.
050640      MOVE 'N' TO AFFECTED-FOUND-SWITCH.
050650      PERFORM TEST-ONE-AFFECTED THRU
050660          TEST-ONE-AFFECTED-EXIT
050670          VARYING AFFECTED-INDEX FROM 1 BY 1
050680          UNTIL AFFECTED-INDEX IS GREATER THAN
050690              AFFECTED-COUNT.
050700  SEARCH-AFFECTED-EXIT.
050710      EXIT.
050720  TEST-ONE-AFFECTED.
050730      IF AFFECTED-TARGET IS EQUAL TO
050740              AFFECTED-ENTRY (AFFECTED-INDEX)
050750          MOVE 'Y' TO AFFECTED-FOUND-SWITCH.
050760  TEST-ONE-AFFECTED-EXIT.
050770      EXIT.

050780  READ-PREFIX-REGISTER.
050790      OPEN INPUT PREFIX-REGISTER.
050800      IF PREFIX-REG-STATUS IS NOT EQUAL TO '00'
050810          GO TO READ-PREFIX-REGISTER-EXIT.
050820  READ-PREFIX-REGISTER-LOOP.
050830      READ PREFIX-REGISTER
050840          AT END GO TO READ-PREFIX-REGISTER-CLOSE.
050850      IF REG-PREFIX IS EQUAL TO SPACES
050860          GO TO READ-PREFIX-REGISTER-LOOP.
050870      IF PREFIX-COUNT IS EQUAL TO 100
050880          DISPLAY 'CULL: CULPFXREG HAS MORE THAN 100'
050890              ' ENTRIES -- REST IGNORED.'
050900          GO TO READ-PREFIX-REGISTER-CLOSE.
050910      ADD 1 TO PREFIX-COUNT.
050920      MOVE REG-PREFIX TO
050930          PREFIX-REG-PREFIX (PREFIX-COUNT).
050940      MOVE REG-ELEMENT TO
050950          PREFIX-REG-ELEMENT (PREFIX-COUNT).
050960      MOVE REG-PPN TO
050970          PREFIX-REG-PPN (PREFIX-COUNT).
050980      GO TO READ-PREFIX-REGISTER-LOOP.
050990  READ-PREFIX-REGISTER-CLOSE.
051000      CLOSE PREFIX-REGISTER.
051010      IF PREFIX-COUNT IS GREATER THAN ZERO
051020          MOVE 'Y' TO PREFIX-REG-SWITCH.
051030  READ-PREFIX-REGISTER-EXIT.
051040      EXIT.

051050  READ-LIBRARY-CATALOG.
051060      OPEN INPUT LIBRARY-CATALOG.
051070      IF LIBRARY-CAT-STATUS IS NOT EQUAL TO '00'
051080          GO TO READ-LIBRARY-CATALOG-EXIT.
051090  READ-LIBRARY-CATALOG-LOOP.
051100      READ LIBRARY-CATALOG
051110          AT END GO TO READ-LIBRARY-CATALOG-CLOSE.
051120      IF CAT-SYMBOL IS EQUAL TO SPACES OR
051130          CAT-COMMENT-FLAG IS EQUAL TO '*'
051140          GO TO READ-LIBRARY-CATALOG-LOOP.
051150      IF LIBRARY-COUNT IS EQUAL TO 2000
051160          DISPLAY 'CULL: CULLIBDAT HAS MORE THAN 2000'
051170              ' ENTRIES -- REST IGNORED.'
051180          GO TO READ-LIBRARY-CATALOG-CLOSE.
051190      ADD 1 TO LIBRARY-COUNT.
051200      MOVE CAT-SYMBOL TO
051210          LIBRARY-TAB-SYMBOL (LIBRARY-COUNT).
051220      MOVE CAT-LIBRARY TO
051230          LIBRARY-TAB-NAME (LIBRARY-COUNT).
051240      MOVE CAT-MODULE TO
051250          LIBRARY-TAB-MODULE (LIBRARY-COUNT).
051260      GO TO READ-LIBRARY-CATALOG-LOOP.
051270  READ-LIBRARY-CATALOG-CLOSE.
051280      CLOSE LIBRARY-CATALOG.
051290  READ-LIBRARY-CATALOG-EXIT.
051300      EXIT.

051310* =====================================================
051320*  READ-SUBSYSTEM-REGISTER -- PICKS UP THE OPTIONAL
051330*  CULSUB.DAT SUBSYSTEM REGISTER (SEE REMARKS).  EVERY
051340*  SUBSYSTEM A CARD NAMES, AS ITS OWN OR AS ONE IT MAY
051350*  CALL, GETS A ROW AND COLUMN OF ITS OWN; *NONE* IS
051360*  ADDED LAST.  NO REGISTER, OR ONE WITH NO USABLE
051370*  CARD, LEAVES THE CULSUBLST CHECKS OFF.
051380* =====================================================
051390  READ-SUBSYSTEM-REGISTER.
051400      OPEN INPUT SUBSYSTEM-REGISTER.
051410      IF SUBSYSTEM-REG-STATUS IS NOT EQUAL TO '00'
051420          GO TO READ-SUBSYSTEM-REGISTER-EXIT.
051430  READ-SUBSYSTEM-REGISTER-LOOP.
051440      READ SUBSYSTEM-REGISTER
051450          AT END GO TO READ-SUBSYSTEM-REGISTER-CLOSE.
051460      IF SUBR-KEYWORD IS EQUAL TO SPACES OR
051470          SUBR-COMMENT-FLAG IS EQUAL TO '*'
051480          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051490      IF SUBR-KEYWORD IS NOT EQUAL TO 'ELEMENT' AND
051500          SUBR-KEYWORD IS NOT EQUAL TO 'PREFIX' AND
051510          SUBR-KEYWORD IS NOT EQUAL TO 'PUBLIC' AND
051520          SUBR-KEYWORD IS NOT EQUAL TO 'CALLS'
051530          DISPLAY 'CULL: UNRECOGNIZED CULSUBDAT CARD '
051540              SUBR-KEYWORD ' -- IGNORED.'
051550          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051560      IF SUBR-SUBSYSTEM IS NOT GREATER THAN SPACES OR
051570          SUBR-VALUE IS NOT GREATER THAN SPACES
051580          DISPLAY 'CULL: CULSUBDAT ' SUBR-KEYWORD
051590              ' CARD WITHOUT A SUBSYSTEM OR OPERAND'
051600              ' -- IGNORED.'
051610          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051620      MOVE SUBR-SUBSYSTEM TO SUBSYS-WANT-NAME.
051630      PERFORM FIND-OR-ADD-SUBSYSTEM THRU
051640          FIND-OR-ADD-SUBSYSTEM-EXIT.
051650      IF SUBSYS-FOUND-INDEX IS EQUAL TO ZERO
051660          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051670      MOVE SUBSYS-FOUND-INDEX TO SUBSYS-CARD-INDEX.
051680      IF SUBR-KEYWORD IS EQUAL TO 'ELEMENT'
051690          MOVE 'E' TO SUBSYS-NEW-KIND
051700          MOVE 8 TO SUBSYS-NEW-RANK
051710          PERFORM ADD-SUBSYS-CLAIM THRU ADD-SUBSYS-CLAIM-EXIT
051720          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051730      IF SUBR-KEYWORD IS EQUAL TO 'PREFIX'
051740          MOVE 'X' TO SUBSYS-NEW-KIND
051750          MOVE 1 TO SUBSYS-NEW-RANK
051760          PERFORM COUNT-SUBSYS-PREFIX-CHAR THRU
051770              COUNT-SUBSYS-PREFIX-CHAR-EXIT
051780              VARYING SUBSYS-CHAR-INDEX FROM 1 BY 1
051790              UNTIL SUBSYS-CHAR-INDEX IS GREATER THAN 6
051800          PERFORM ADD-SUBSYS-CLAIM THRU ADD-SUBSYS-CLAIM-EXIT
051810          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051820      IF SUBR-KEYWORD IS EQUAL TO 'PUBLIC'
051830          PERFORM ADD-SUBSYS-PUBLIC THRU
051840              ADD-SUBSYS-PUBLIC-EXIT
051850          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051860      IF SUBR-VALUE IS EQUAL TO '*'
051870          MOVE 'Y' TO SUBSYS-CALL-ANY (SUBSYS-CARD-INDEX)
051880          GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051890      MOVE SUBR-VALUE TO SUBSYS-WANT-NAME.
051900      PERFORM FIND-OR-ADD-SUBSYSTEM THRU
051910          FIND-OR-ADD-SUBSYSTEM-EXIT.
051920      IF SUBSYS-FOUND-INDEX IS NOT EQUAL TO ZERO
051930          MOVE 'Y' TO SUBSYS-ALLOWED (SUBSYS-CARD-INDEX,
051940              SUBSYS-FOUND-INDEX).
051950      GO TO READ-SUBSYSTEM-REGISTER-LOOP.
051960  READ-SUBSYSTEM-REGISTER-CLOSE.
051970      CLOSE SUBSYSTEM-REGISTER.
051980      IF SUBSYS-COUNT IS EQUAL TO ZERO
051990          GO TO READ-SUBSYSTEM-REGISTER-EXIT.
052000      MOVE '*NONE*' TO SUBSYS-WANT-NAME.
052010      PERFORM ADD-SUBSYSTEM THRU ADD-SUBSYSTEM-EXIT.
052020      MOVE SUBSYS-COUNT TO SUBSYS-NONE-INDEX.
052030      MOVE SPACES TO SUBSYS-FROM-ELEMENT.
052040      MOVE 'Y' TO SUBSYS-REG-SWITCH.
052050  READ-SUBSYSTEM-REGISTER-EXIT.
052060      EXIT.
052070  FIND-OR-ADD-SUBSYSTEM.
052080      MOVE ZERO TO SUBSYS-FOUND-INDEX.
052090      PERFORM TEST-ONE-SUBSYS-NAME THRU
052100          TEST-ONE-SUBSYS-NAME-EXIT
052110          VARYING SUBSYS-INDEX FROM 1 BY 1
052120          UNTIL SUBSYS-INDEX IS GREATER THAN SUBSYS-COUNT
052130              OR SUBSYS-FOUND-INDEX IS NOT EQUAL TO ZERO.
052140      IF SUBSYS-FOUND-INDEX IS NOT EQUAL TO ZERO
052150          GO TO FIND-OR-ADD-SUBSYSTEM-EXIT.
052160      IF SUBSYS-COUNT IS EQUAL TO 30
052170          DISPLAY 'CULL: CULSUBDAT NAMES MORE THAN 30'
052180              ' SUBSYSTEMS -- ' SUBSYS-WANT-NAME
052190              ' IGNORED.'
052200          GO TO FIND-OR-ADD-SUBSYSTEM-EXIT.
052210      PERFORM ADD-SUBSYSTEM THRU ADD-SUBSYSTEM-EXIT.
052220  FIND-OR-ADD-SUBSYSTEM-EXIT.
052230      EXIT.
052240  TEST-ONE-SUBSYS-NAME.
052250      IF SUBSYS-NAME (SUBSYS-INDEX) IS EQUAL TO
052260              SUBSYS-WANT-NAME
052270          MOVE SUBSYS-INDEX TO SUBSYS-FOUND-INDEX.
052280  TEST-ONE-SUBSYS-NAME-EXIT.
052290      EXIT.
052300  ADD-SUBSYSTEM.
052310      ADD 1 TO SUBSYS-COUNT.
052320      MOVE SUBSYS-WANT-NAME TO SUBSYS-NAME (SUBSYS-COUNT).
052330      MOVE 'N' TO SUBSYS-CALL-ANY (SUBSYS-COUNT).
052340      PERFORM CLEAR-ONE-SUBSYS-CELL THRU
052350          CLEAR-ONE-SUBSYS-CELL-EXIT
052360          VARYING SUBSYS-COLUMN FROM 1 BY 1
052370          UNTIL SUBSYS-COLUMN IS GREATER THAN 31.
052380      MOVE SUBSYS-COUNT TO SUBSYS-FOUND-INDEX.
052390  ADD-SUBSYSTEM-EXIT.
052400      EXIT.
052410  CLEAR-ONE-SUBSYS-CELL.
052420      MOVE 'N' TO SUBSYS-ALLOWED (SUBSYS-COUNT, SUBSYS-COLUMN).
052430      MOVE ZERO TO SUBSYS-CELL (SUBSYS-COUNT, SUBSYS-COLUMN).
052440  CLEAR-ONE-SUBSYS-CELL-EXIT.
052450      EXIT.
052460  COUNT-SUBSYS-PREFIX-CHAR.
052470      IF SUBR-VALUE-CHAR (SUBSYS-CHAR-INDEX) IS NOT EQUAL TO
052480              SPACE
052490          ADD 1 TO SUBSYS-NEW-RANK.
052500  COUNT-SUBSYS-PREFIX-CHAR-EXIT.
052510      EXIT.
052520  ADD-SUBSYS-CLAIM.
052530      IF SUBSYS-CLAIM-COUNT IS EQUAL TO 400
052540          DISPLAY 'CULL: CULSUBDAT HAS MORE THAN 400'
052550              ' ELEMENT AND PREFIX CARDS -- ' SUBR-VALUE
052560              ' IGNORED.'
052570          GO TO ADD-SUBSYS-CLAIM-EXIT.
052580      ADD 1 TO SUBSYS-CLAIM-COUNT.
052590      MOVE SUBSYS-NEW-KIND TO SUBC-KIND (SUBSYS-CLAIM-COUNT).
052600      MOVE SUBR-VALUE TO SUBC-VALUE (SUBSYS-CLAIM-COUNT).
052610      MOVE SUBSYS-NEW-RANK TO SUBC-RANK (SUBSYS-CLAIM-COUNT).
052620      MOVE SUBSYS-CARD-INDEX TO
052630          SUBC-SUBSYS (SUBSYS-CLAIM-COUNT).
052640  ADD-SUBSYS-CLAIM-EXIT.
052650      EXIT.
052660  ADD-SUBSYS-PUBLIC.
052670      IF SUBSYS-PUBLIC-COUNT IS EQUAL TO 1000
052680          DISPLAY 'CULL: CULSUBDAT HAS MORE THAN 1000'
052690              ' PUBLIC CARDS -- ' SUBR-VALUE ' IGNORED.'
052700          GO TO ADD-SUBSYS-PUBLIC-EXIT.
052710      ADD 1 TO SUBSYS-PUBLIC-COUNT.
052720      MOVE SUBR-VALUE TO SUBP-SYMBOL (SUBSYS-PUBLIC-COUNT).
052730      MOVE SUBSYS-CARD-INDEX TO
052740          SUBP-SUBSYS (SUBSYS-PUBLIC-COUNT).
052750      MOVE 'N' TO SUBP-USED (SUBSYS-PUBLIC-COUNT).
052760  ADD-SUBSYS-PUBLIC-EXIT.
052770      EXIT.

052780* =====================================================
052790*  READ-PARAMETERS -- PICKS UP THE OPTIONAL CULPARAM
052800*  RUN-SETUP FILE.  EACH CARD CARRIES A KEYWORD IN
052810*  COLUMNS 1-8 AND ITS VALUE FROM COLUMN 9 (SEE
052820*  REMARKS).  ABSENT FILE MEANS COMPILED-IN DEFAULTS.
052830* =====================================================
052840  READ-PARAMETERS.
052850      OPEN INPUT PARAM-FILE.
052860      IF PARAM-FILE-STATUS IS NOT EQUAL TO '00'
052870          GO TO READ-PARAMETERS-EXIT.
052880      DISPLAY 'CULL: RUN SETUP TAKEN FROM CULPARAM.'.
052890  READ-PARAMETERS-LOOP.
052900      READ PARAM-FILE
052910          AT END GO TO READ-PARAMETERS-CLOSE.
052920      MOVE PARAM-VALUE TO PARAM-VALUE-WORK.
052930      IF PARAM-KEYWORD IS EQUAL TO 'PPN'
052940          PERFORM PARAM-PPN-CARD THRU PARAM-PPN-CARD-EXIT
052950          GO TO READ-PARAMETERS-LOOP.
052960      IF PARAM-KEYWORD IS EQUAL TO 'EXTENS'
052970          PERFORM PARAM-EXTENS-CARD THRU
052980              PARAM-EXTENS-CARD-EXIT
052990          GO TO READ-PARAMETERS-LOOP.
053000      IF PARAM-KEYWORD IS EQUAL TO 'SHARED'
053010          PERFORM PARAM-SHARED-CARD THRU
053020              PARAM-SHARED-CARD-EXIT
053030          GO TO READ-PARAMETERS-LOOP.
053040      IF PARAM-KEYWORD IS EQUAL TO 'INCREM'
053050          PERFORM PARAM-INCREM-CARD THRU
053060              PARAM-INCREM-CARD-EXIT
053070          GO TO READ-PARAMETERS-LOOP.
053080      IF PARAM-KEYWORD IS EQUAL TO 'TREND'
053090          PERFORM PARAM-TREND-CARD THRU
053100              PARAM-TREND-CARD-EXIT
053110          GO TO READ-PARAMETERS-LOOP.
053120      IF PARAM-KEYWORD IS EQUAL TO 'DEADRUN'
053130          PERFORM PARAM-DEADRUN-CARD THRU
053140              PARAM-DEADRUN-CARD-EXIT
053150          GO TO READ-PARAMETERS-LOOP.
053160      IF PARAM-KEYWORD IS EQUAL TO 'MAXUND'
053170          PERFORM PARAM-MAXUND-CARD THRU
053180              PARAM-MAXUND-CARD-EXIT
053190          GO TO READ-PARAMETERS-LOOP.
053200      IF PARAM-KEYWORD IS EQUAL TO 'MAXMUL'
053210          PERFORM PARAM-MAXMUL-CARD THRU
053220              PARAM-MAXMUL-CARD-EXIT
053230          GO TO READ-PARAMETERS-LOOP.
053240      IF PARAM-KEYWORD IS EQUAL TO 'MAXSTD'
053250          PERFORM PARAM-MAXSTD-CARD THRU
053260              PARAM-MAXSTD-CARD-EXIT
053270          GO TO READ-PARAMETERS-LOOP.
053280      IF PARAM-KEYWORD IS EQUAL TO 'MAXBAD'
053290          PERFORM PARAM-MAXBAD-CARD THRU
053300              PARAM-MAXBAD-CARD-EXIT
053310          GO TO READ-PARAMETERS-LOOP.
053320      IF PARAM-KEYWORD IS EQUAL TO 'MAXSTL'
053330          PERFORM PARAM-MAXSTL-CARD THRU
053340              PARAM-MAXSTL-CARD-EXIT
053350          GO TO READ-PARAMETERS-LOOP.
053360      IF PARAM-KEYWORD IS EQUAL TO 'MAXMIS'
053370          PERFORM PARAM-MAXMIS-CARD THRU
053380              PARAM-MAXMIS-CARD-EXIT
053390          GO TO READ-PARAMETERS-LOOP.
053400      IF PARAM-KEYWORD IS EQUAL TO 'MAXINT'
053410          PERFORM PARAM-MAXINT-CARD THRU
053420              PARAM-MAXINT-CARD-EXIT
053430          GO TO READ-PARAMETERS-LOOP.
053440      IF PARAM-KEYWORD IS EQUAL TO 'MAXFBD'
053450          PERFORM PARAM-MAXFBD-CARD THRU
053460              PARAM-MAXFBD-CARD-EXIT
053470          GO TO READ-PARAMETERS-LOOP.
053480      IF PARAM-KEYWORD IS EQUAL TO 'MAXUNP'
053490          PERFORM PARAM-MAXUNP-CARD THRU
053500              PARAM-MAXUNP-CARD-EXIT
053510          GO TO READ-PARAMETERS-LOOP.
053520      IF PARAM-KEYWORD IS EQUAL TO 'DUPPCT'
053530          PERFORM PARAM-DUPPCT-CARD THRU
053540              PARAM-DUPPCT-CARD-EXIT
053550          GO TO READ-PARAMETERS-LOOP.
053560      IF PARAM-KEYWORD IS EQUAL TO 'CHGNUM'
053570          PERFORM PARAM-CHGNUM-CARD THRU
053580              PARAM-CHGNUM-CARD-EXIT
053590          GO TO READ-PARAMETERS-LOOP.
053600      IF PARAM-KEYWORD IS EQUAL TO 'INSTAL'
053610          PERFORM PARAM-INSTAL-CARD THRU
053620              PARAM-INSTAL-CARD-EXIT
053630          GO TO READ-PARAMETERS-LOOP.
053640      IF PARAM-KEYWORD IS EQUAL TO SPACES
053650          GO TO READ-PARAMETERS-LOOP.
053660      MOVE 'UNRECOGNIZED CULPARAM CARD - IGNORED' TO
053670          BAD-MSG-OUT.
053680      PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT.
053690      GO TO READ-PARAMETERS-LOOP.
053700  READ-PARAMETERS-CLOSE.
053710      CLOSE PARAM-FILE.
053720  READ-PARAMETERS-EXIT.
053730      EXIT.

053740* =====================================================
053750*  BUILD-PAGE-HEADINGS -- STAMPS THE RUN DATE AND
053760*  TIME AND THE SWEPT PPN/EXTENSION LISTS INTO THE
053770*  LPT PAGE HEADING, ONCE THE TABLES ARE FINAL.
053780* =====================================================
053790  BUILD-PAGE-HEADINGS.
053800      ACCEPT RUN-DATE-RAW FROM DATE.
053810      ACCEPT RUN-TIME-RAW FROM TIME.
053820      STRING RUN-MM '/' RUN-DD '/' RUN-YY
053830          DELIMITED BY SIZE INTO HEADING-1-DATE.
053840      STRING RUN-HH ':' RUN-MIN
053850          DELIMITED BY SIZE INTO HEADING-1-TIME.
053860      MOVE HEADING-1-TIME TO START-TIME-SAVE.
053870      MOVE SPACES TO HEADING-2-PPNS.
053880      MOVE 1 TO HEADING-PPN-PTR.
053890      PERFORM ADD-PPN-TO-HEADING THRU
053900          ADD-PPN-TO-HEADING-EXIT
053910          VARYING PPN-INDEX FROM 1 BY 1
053920          UNTIL PPN-INDEX IS GREATER THAN PPN-COUNT.
053930      MOVE SPACES TO HEADING-2-EXTS.
053940      MOVE 1 TO HEADING-EXT-PTR.
053950      PERFORM ADD-EXT-TO-HEADING THRU
053960          ADD-EXT-TO-HEADING-EXIT
053970          VARYING EXTENSION-INDEX FROM 1 BY 1
053980          UNTIL EXTENSION-INDEX IS GREATER THAN
053990              EXTENSION-COUNT.
054000  BUILD-PAGE-HEADINGS-EXIT.
054010      EXIT.
054020  ADD-PPN-TO-HEADING.
054030      STRING PPN-ENTRY (PPN-INDEX) ' '
054040          DELIMITED BY SIZE INTO HEADING-2-PPNS
054050          WITH POINTER HEADING-PPN-PTR.
054060  ADD-PPN-TO-HEADING-EXIT.
054070      EXIT.
054080  ADD-EXT-TO-HEADING.
054090      STRING EXTENSION-ENTRY (EXTENSION-INDEX) ' '
054100          DELIMITED BY SIZE INTO HEADING-2-EXTS
054110          WITH POINTER HEADING-EXT-PTR.
054120  ADD-EXT-TO-HEADING-EXIT.
054130      EXIT.

054140  PARAM-PPN-CARD.
054150      MOVE ZERO TO PARAM-OCTAL-PROJ.
054160      MOVE ZERO TO PARAM-OCTAL-PROG.
054170      MOVE 'N' TO PARAM-COMMA-SWITCH.
054180      MOVE 'N' TO PARAM-CARD-BAD-SWITCH.
054190      PERFORM PARAM-PPN-ONE-CHAR THRU
054200          PARAM-PPN-ONE-CHAR-EXIT
054210          VARYING PARAM-SCAN-INDEX FROM 1 BY 1
054220          UNTIL PARAM-SCAN-INDEX IS GREATER THAN 72.
054230*     EACH HALF OF A PPN IS AN 18-BIT QUANTITY, SO
054240*     NEITHER MAY EXCEED 777777 OCTAL (262143).
054250      IF PARAM-OCTAL-PROJ IS GREATER THAN 262143 OR
054260              PARAM-OCTAL-PROG IS GREATER THAN 262143
054270          MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
054280      IF PARAM-CARD-BAD OR NOT PARAM-COMMA-SEEN
054290          MOVE 'BAD PPN ON CULPARAM CARD - IGNORED' TO
054300              BAD-MSG-OUT
054310          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
054320          GO TO PARAM-PPN-CARD-EXIT.
054330      IF NOT PARAM-PPNS-GIVEN
054340          MOVE ZERO TO PPN-COUNT
054350          MOVE 'Y' TO PARAM-PPN-SEEN-SWITCH.
054360      IF PPN-COUNT IS EQUAL TO 8
054370          DISPLAY 'CULL: CULPARAM GIVES MORE THAN 8'
054380              ' PPNS -- REST IGNORED.'
054390          GO TO PARAM-PPN-CARD-EXIT.
054400      ADD 1 TO PPN-COUNT.
054410      PERFORM CONVERT-PPN-TO-SIXBIT THRU
054420          CONVERT-PPN-TO-SIXBIT-EXIT.
054430      MOVE PPN-SIXBIT-WORK TO PPN-ENTRY (PPN-COUNT).
054440  PARAM-PPN-CARD-EXIT.
054450      EXIT.

054460  PARAM-PPN-ONE-CHAR.
054470      MOVE PARAM-VALUE-CHAR (PARAM-SCAN-INDEX) TO
054480          PARAM-DIGIT-X.
054490      IF PARAM-DIGIT-X IS EQUAL TO ' ' OR
054500              PARAM-DIGIT-X IS EQUAL TO '[' OR
054510              PARAM-DIGIT-X IS EQUAL TO ']'
054520          GO TO PARAM-PPN-ONE-CHAR-EXIT.
054530      IF PARAM-DIGIT-X IS EQUAL TO ','
054540          MOVE 'Y' TO PARAM-COMMA-SWITCH
054550          GO TO PARAM-PPN-ONE-CHAR-EXIT.
054560      IF PARAM-DIGIT-X IS LESS THAN '0' OR
054570              PARAM-DIGIT-X IS GREATER THAN '7'
054580          MOVE 'Y' TO PARAM-CARD-BAD-SWITCH
054590          GO TO PARAM-PPN-ONE-CHAR-EXIT.
054600      IF PARAM-COMMA-SEEN
054610          PERFORM PARAM-ACCUM-PROG THRU
054620              PARAM-ACCUM-PROG-EXIT
054630      ELSE
054640          PERFORM PARAM-ACCUM-PROJ THRU
054650              PARAM-ACCUM-PROJ-EXIT.
054660  PARAM-PPN-ONE-CHAR-EXIT.
054670      EXIT.

054680  PARAM-ACCUM-PROJ.
054690      MULTIPLY 8 BY PARAM-OCTAL-PROJ
054700          ON SIZE ERROR
054710              MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
054720      ADD PARAM-DIGIT-9 TO PARAM-OCTAL-PROJ.
054730  PARAM-ACCUM-PROJ-EXIT.
054740      EXIT.

054750  PARAM-ACCUM-PROG.
054760      MULTIPLY 8 BY PARAM-OCTAL-PROG
054770          ON SIZE ERROR
054780              MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
054790      ADD PARAM-DIGIT-9 TO PARAM-OCTAL-PROG.
054800  PARAM-ACCUM-PROG-EXIT.
054810      EXIT.

054820* =====================================================
054830*  CONVERT-PPN-TO-SIXBIT -- PACKS THE OCTAL PROJECT
054840*  AND PROGRAMMER HALVES INTO THE 6-CHARACTER SIXBIT
054850*  NAME THE UFD IS FILED UNDER: THREE SIXBIT CODES
054860*  FROM EACH 18-BIT HALF, HIGH ORDER FIRST.
054870* =====================================================
054880  CONVERT-PPN-TO-SIXBIT.
054890      MOVE PARAM-OCTAL-PROJ TO SIXBIT-WORK.
054900      MOVE 3 TO PPN-CHAR-INDEX.
054910      PERFORM SIXBIT-ONE-CHAR THRU
054920          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
054930      MOVE PARAM-OCTAL-PROG TO SIXBIT-WORK.
054940      MOVE 6 TO PPN-CHAR-INDEX.
054950      PERFORM SIXBIT-ONE-CHAR THRU
054960          SIXBIT-ONE-CHAR-EXIT 3 TIMES.
054970  CONVERT-PPN-TO-SIXBIT-EXIT.
054980      EXIT.

054990  SIXBIT-ONE-CHAR.
055000      DIVIDE SIXBIT-WORK BY 64 GIVING SIXBIT-QUOT
055010          REMAINDER SIXBIT-CODE.
055020      MOVE SIXBIT-QUOT TO SIXBIT-WORK.
055030      ADD 1 TO SIXBIT-CODE.
055040      MOVE SIXBIT-CHAR (SIXBIT-CODE) TO
055050          PPN-SIXBIT-CHAR (PPN-CHAR-INDEX).
055060      SUBTRACT 1 FROM PPN-CHAR-INDEX.
055070  SIXBIT-ONE-CHAR-EXIT.
055080      EXIT.

055090  PARAM-EXTENS-CARD.
055100      IF PARAM-EXTENS-VALUE IS NOT GREATER THAN SPACES
055110          MOVE 'BAD EXTENSION ON CULPARAM CARD - IGNORED'
055120              TO BAD-MSG-OUT
055130          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
055140          GO TO PARAM-EXTENS-CARD-EXIT.
055150      IF NOT PARAM-EXTENSIONS-GIVEN
055160          MOVE ZERO TO EXTENSION-COUNT
055170          MOVE 'Y' TO PARAM-EXT-SEEN-SWITCH.
055180      IF EXTENSION-COUNT IS EQUAL TO 4
055190          DISPLAY 'CULL: CULPARAM GIVES MORE THAN 4'
055200              ' EXTENSIONS -- REST IGNORED.'
055210          GO TO PARAM-EXTENS-CARD-EXIT.
055220      ADD 1 TO EXTENSION-COUNT.
055230      MOVE PARAM-EXTENS-VALUE TO
055240          EXTENSION-ENTRY (EXTENSION-COUNT).
055250  PARAM-EXTENS-CARD-EXIT.
055260      EXIT.

055270  PARAM-SHARED-CARD.
055280      IF PARAM-VALUE-CHAR (1) IS EQUAL TO 'Y'
055290          MOVE 'Y' TO SHARED-ONLY-SWITCH
055300      ELSE
055310          MOVE 'N' TO SHARED-ONLY-SWITCH.
055320  PARAM-SHARED-CARD-EXIT.
055330      EXIT.

055340  PARAM-INCREM-CARD.
055350      IF PARAM-VALUE-CHAR (1) IS EQUAL TO 'Y'
055360          MOVE 'Y' TO INCREMENTAL-WANTED-SWITCH
055370      ELSE
055380          MOVE 'N' TO INCREMENTAL-WANTED-SWITCH.
055390  PARAM-INCREM-CARD-EXIT.
055400      EXIT.

055410  PARAM-TREND-CARD.
055420      PERFORM PARAM-NUMBER-SCAN THRU
055430          PARAM-NUMBER-SCAN-EXIT.
055440      IF PARAM-CARD-BAD OR
055450              PARAM-NUMBER-VALUE IS EQUAL TO ZERO OR
055460              PARAM-NUMBER-VALUE IS GREATER THAN 24
055470          MOVE 'BAD TREND COUNT ON CULPARAM - IGNORED'
055480              TO BAD-MSG-OUT
055490          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
055500          GO TO PARAM-TREND-CARD-EXIT.
055510      MOVE PARAM-NUMBER-VALUE TO TREND-RUNS-WANTED.
055520  PARAM-TREND-CARD-EXIT.
055530      EXIT.

055540  PARAM-DEADRUN-CARD.
055550      PERFORM PARAM-NUMBER-SCAN THRU
055560          PARAM-NUMBER-SCAN-EXIT.
055570      IF PARAM-CARD-BAD OR
055580              PARAM-NUMBER-VALUE IS EQUAL TO ZERO OR
055590              PARAM-NUMBER-VALUE IS GREATER THAN 99
055600          MOVE 'BAD DEADRUN COUNT ON CULPARAM - IGNORED'
055610              TO BAD-MSG-OUT
055620          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
055630          GO TO PARAM-DEADRUN-CARD-EXIT.
055640      MOVE PARAM-NUMBER-VALUE TO DEADWOOD-RUNS-WANTED.
055650  PARAM-DEADRUN-CARD-EXIT.
055660      EXIT.

055670  PARAM-MAXUND-CARD.
055680      PERFORM PARAM-NUMBER-SCAN THRU
055690          PARAM-NUMBER-SCAN-EXIT.
055700      IF PARAM-CARD-BAD
055710          MOVE 'BAD MAXUND LIMIT ON CULPARAM - IGNORED'
055720              TO BAD-MSG-OUT
055730          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
055740          GO TO PARAM-MAXUND-CARD-EXIT.
055750      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-UNDEF.
055760  PARAM-MAXUND-CARD-EXIT.
055770      EXIT.
055780  PARAM-MAXMUL-CARD.
055790      PERFORM PARAM-NUMBER-SCAN THRU
055800          PARAM-NUMBER-SCAN-EXIT.
055810      IF PARAM-CARD-BAD
055820          MOVE 'BAD MAXMUL LIMIT ON CULPARAM - IGNORED'
055830              TO BAD-MSG-OUT
055840          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
055850          GO TO PARAM-MAXMUL-CARD-EXIT.
055860      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-MULDEF.
055870  PARAM-MAXMUL-CARD-EXIT.
055880      EXIT.
055890  PARAM-MAXSTD-CARD.
055900      PERFORM PARAM-NUMBER-SCAN THRU
055910          PARAM-NUMBER-SCAN-EXIT.
055920      IF PARAM-CARD-BAD
055930          MOVE 'BAD MAXSTD LIMIT ON CULPARAM - IGNORED'
055940              TO BAD-MSG-OUT
055950          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
055960          GO TO PARAM-MAXSTD-CARD-EXIT.
055970      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-STDEXC.
055980  PARAM-MAXSTD-CARD-EXIT.
055990      EXIT.
056000  PARAM-MAXBAD-CARD.
056010      PERFORM PARAM-NUMBER-SCAN THRU
056020          PARAM-NUMBER-SCAN-EXIT.
056030      IF PARAM-CARD-BAD
056040          MOVE 'BAD MAXBAD LIMIT ON CULPARAM - IGNORED'
056050              TO BAD-MSG-OUT
056060          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056070          GO TO PARAM-MAXBAD-CARD-EXIT.
056080      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-BAD.
056090  PARAM-MAXBAD-CARD-EXIT.
056100      EXIT.
056110  PARAM-MAXSTL-CARD.
056120      PERFORM PARAM-NUMBER-SCAN THRU
056130          PARAM-NUMBER-SCAN-EXIT.
056140      IF PARAM-CARD-BAD
056150          MOVE 'BAD MAXSTL LIMIT ON CULPARAM - IGNORED'
056160              TO BAD-MSG-OUT
056170          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056180          GO TO PARAM-MAXSTL-CARD-EXIT.
056190      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-STALE.
056200  PARAM-MAXSTL-CARD-EXIT.
056210      EXIT.
056220  PARAM-MAXMIS-CARD.
056230      PERFORM PARAM-NUMBER-SCAN THRU
056240          PARAM-NUMBER-SCAN-EXIT.
056250      IF PARAM-CARD-BAD
056260          MOVE 'BAD MAXMIS LIMIT ON CULPARAM - IGNORED'
056270              TO BAD-MSG-OUT
056280          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056290          GO TO PARAM-MAXMIS-CARD-EXIT.
056300      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-MISSING.
056310  PARAM-MAXMIS-CARD-EXIT.
056320      EXIT.
056330  PARAM-MAXINT-CARD.
056340      PERFORM PARAM-NUMBER-SCAN THRU
056350          PARAM-NUMBER-SCAN-EXIT.
056360      IF PARAM-CARD-BAD
056370          MOVE 'BAD MAXINT LIMIT ON CULPARAM - IGNORED'
056380              TO BAD-MSG-OUT
056390          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056400          GO TO PARAM-MAXINT-CARD-EXIT.
056410      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-INTERNAL.
056420  PARAM-MAXINT-CARD-EXIT.
056430      EXIT.
056440  PARAM-MAXFBD-CARD.
056450      PERFORM PARAM-NUMBER-SCAN THRU
056460          PARAM-NUMBER-SCAN-EXIT.
056470      IF PARAM-CARD-BAD
056480          MOVE 'BAD MAXFBD LIMIT ON CULPARAM - IGNORED'
056490              TO BAD-MSG-OUT
056500          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056510          GO TO PARAM-MAXFBD-CARD-EXIT.
056520      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-FORBID.
056530  PARAM-MAXFBD-CARD-EXIT.
056540      EXIT.
056550  PARAM-MAXUNP-CARD.
056560      PERFORM PARAM-NUMBER-SCAN THRU
056570          PARAM-NUMBER-SCAN-EXIT.
056580      IF PARAM-CARD-BAD
056590          MOVE 'BAD MAXUNP LIMIT ON CULPARAM - IGNORED'
056600              TO BAD-MSG-OUT
056610          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056620          GO TO PARAM-MAXUNP-CARD-EXIT.
056630      MOVE PARAM-NUMBER-VALUE TO GATE-MAX-UNUSED.
056640  PARAM-MAXUNP-CARD-EXIT.
056650      EXIT.

056660  PARAM-DUPPCT-CARD.
056670      PERFORM PARAM-NUMBER-SCAN THRU
056680          PARAM-NUMBER-SCAN-EXIT.
056690      IF PARAM-CARD-BAD OR
056700              PARAM-NUMBER-VALUE IS EQUAL TO ZERO OR
056710              PARAM-NUMBER-VALUE IS GREATER THAN 100
056720          MOVE 'BAD DUPPCT VALUE ON CULPARAM - IGNORED'
056730              TO BAD-MSG-OUT
056740          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056750          GO TO PARAM-DUPPCT-CARD-EXIT.
056760      MOVE PARAM-NUMBER-VALUE TO DUP-PCT-WANTED.
056770  PARAM-DUPPCT-CARD-EXIT.
056780      EXIT.

056790  PARAM-CHGNUM-CARD.
056800      IF PARAM-CHANGE-NUMBER IS EQUAL TO SPACES OR
056810              PARAM-CHANGE-REST IS NOT EQUAL TO SPACES
056820          MOVE 'BAD CHANGE NUMBER ON CULPARAM - IGNORED'
056830              TO BAD-MSG-OUT
056840          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056850          GO TO PARAM-CHGNUM-CARD-EXIT.
056860      MOVE PARAM-CHANGE-NUMBER TO CHANGE-NUMBER-WANTED.
056870  PARAM-CHGNUM-CARD-EXIT.
056880      EXIT.

056890  PARAM-INSTAL-CARD.
056900      IF PARAM-CHANGE-NUMBER IS EQUAL TO SPACES OR
056910              PARAM-CHANGE-REST IS NOT EQUAL TO SPACES
056920          MOVE 'BAD CHANGE NUMBER ON CULPARAM - IGNORED'
056930              TO BAD-MSG-OUT
056940          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
056950          GO TO PARAM-INSTAL-CARD-EXIT.
056960      IF INSTALLED-COUNT IS EQUAL TO 20
056970          MOVE 'MORE THAN 20 INSTAL CARDS - IGNORED'
056980              TO BAD-MSG-OUT
056990          PERFORM PARAM-BAD-CARD THRU PARAM-BAD-CARD-EXIT
057000          GO TO PARAM-INSTAL-CARD-EXIT.
057010      ADD 1 TO INSTALLED-COUNT.
057020      MOVE PARAM-CHANGE-NUMBER TO
057030          INSTALLED-ENTRY (INSTALLED-COUNT).
057040  PARAM-INSTAL-CARD-EXIT.
057050      EXIT.

057060*  COMMON DIGIT SCAN FOR THE NUMERIC CULPARAM CARDS.
057070  PARAM-NUMBER-SCAN.
057080      MOVE ZERO TO PARAM-NUMBER-VALUE.
057090      MOVE 'N' TO PARAM-CARD-BAD-SWITCH.
057100      PERFORM PARAM-NUMBER-ONE-CHAR THRU
057110          PARAM-NUMBER-ONE-CHAR-EXIT
057120          VARYING PARAM-SCAN-INDEX FROM 1 BY 1
057130          UNTIL PARAM-SCAN-INDEX IS GREATER THAN 72.
057140  PARAM-NUMBER-SCAN-EXIT.
057150      EXIT.
057160  PARAM-NUMBER-ONE-CHAR.
057170      MOVE PARAM-VALUE-CHAR (PARAM-SCAN-INDEX) TO
057180          PARAM-DIGIT-X.
057190      IF PARAM-DIGIT-X IS EQUAL TO ' '
057200          GO TO PARAM-NUMBER-ONE-CHAR-EXIT.
057210      IF PARAM-DIGIT-X IS LESS THAN '0' OR
057220              PARAM-DIGIT-X IS GREATER THAN '9'
057230          MOVE 'Y' TO PARAM-CARD-BAD-SWITCH
057240          GO TO PARAM-NUMBER-ONE-CHAR-EXIT.
057250      MULTIPLY 10 BY PARAM-NUMBER-VALUE
057260          ON SIZE ERROR
057270              MOVE 'Y' TO PARAM-CARD-BAD-SWITCH.
057280      ADD PARAM-DIGIT-9 TO PARAM-NUMBER-VALUE.
057290  PARAM-NUMBER-ONE-CHAR-EXIT.
057300      EXIT.

057310  PARAM-BAD-CARD.
057320      ADD 1 TO PARAM-BAD-COUNT.
057330      MOVE SPACES TO BAD-PPN-OUT.
057340      MOVE 'CULPAR' TO BAD-FILE-OUT.
057350      MOVE 'DAT' TO BAD-EXT-OUT.
057360      MOVE SPACES TO BAD-STATUS-OUT.
057370      MOVE ZERO TO BAD-COUNT-OUT.
057380      WRITE BAD-LINE.
057390  PARAM-BAD-CARD-EXIT.
057400      EXIT.

057410  WRITE-CHECKPOINT-CLEAR.
057420      OPEN OUTPUT CKPT-FILE.
057430      CLOSE CKPT-FILE.
057440      OPEN OUTPUT ACCUM-FILE.
057450      CLOSE ACCUM-FILE.
057460  WRITE-CHECKPOINT-CLEAR-EXIT.
057470      EXIT.

057480* =====================================================
057490*  READ-RUN-CONTROL -- PICKS UP THE CULCTL.DAT RUN
057500*  CONTROL RECORD BEFORE ANYTHING ELSE IS TOUCHED.
057510*  A RECORD STILL MARKED PENDING MEANS THE LAST RUN
057520*  DIED PART WAY THROUGH ITS COMMIT; ITS WHOLE SET IS
057530*  STILL IN THE .TMP FILES, SO THE COPY IS FINISHED
057540*  HERE, BEFORE THIS RUN BEGINS OVERWRITING THEM.  IF
057550*  IT CANNOT BE FINISHED THE RUN STOPS HERE, LEAVING
057560*  THE .TMP SET WHOLE FOR THE NEXT TRY.  NO RECORD AT
057570*  ALL IS GENERATION ZERO.  THIS RUN'S STAMP IS THE
057580*  NEXT GENERATION, WITH THE RUN DATE AND START TIME.
057590* =====================================================
057600  READ-RUN-CONTROL.
057610      MOVE SPACES TO RUN-CONTROL-SAVE.
057620      OPEN INPUT RUN-CONTROL.
057630      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
057640          GO TO READ-RUN-CONTROL-STAMP.
057650      READ RUN-CONTROL INTO RUN-CONTROL-SAVE
057660          AT END MOVE SPACES TO RUN-CONTROL-SAVE.
057670      CLOSE RUN-CONTROL.
057680      IF CSAV-GENERATION IS NUMERIC
057690          MOVE CSAV-GENERATION TO RUN-GENERATION.
057700      IF CSAV-STATE IS NOT EQUAL TO 'P'
057710          GO TO READ-RUN-CONTROL-STAMP.
057720      MOVE RUN-GENERATION TO GENERATION-DISP.
057730      DISPLAY 'CULL: GENERATION ' GENERATION-DISP
057740          ' WAS NOT FULLY COMMITTED -- FINISHING IT.'.
057750      PERFORM COPY-RUN-SET THRU COPY-RUN-SET-EXIT.
057760      IF COPY-FAILED
057770          DISPLAY 'CULL: COPY FAILED -- GENERATION '
057780              GENERATION-DISP ' STILL NOT COMMITTED.'
057790          GO TO READ-RUN-CONTROL-ABORT.
057800      MOVE 'C' TO CSAV-STATE.
057810      PERFORM WRITE-RUN-CONTROL THRU
057820          WRITE-RUN-CONTROL-EXIT.
057830      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
057840          DISPLAY 'CULL: CANNOT WRITE CULCTL.DAT --'
057850              ' GENERATION ' GENERATION-DISP
057860              ' STILL NOT COMMITTED.'
057870          GO TO READ-RUN-CONTROL-ABORT.
057880      GO TO READ-RUN-CONTROL-STAMP.
057890  READ-RUN-CONTROL-ABORT.
057900      DISPLAY 'CULL: RUN ABORTED -- THE .TMP SET IS LEFT'
057910          ' FOR THE NEXT CULL TO FINISH.'.
057920      STOP RUN.
057930  READ-RUN-CONTROL-STAMP.
057940      ADD 1 RUN-GENERATION GIVING STAMP-GENERATION.
057950      MOVE RUN-DATE-RAW TO STAMP-RUN-DATE.
057960      STRING RUN-HH RUN-MIN DELIMITED BY SIZE
057970          INTO STAMP-RUN-TIME.
057980  READ-RUN-CONTROL-EXIT.
057990      EXIT.

058000*  EACH NEW MASTER OPENS WITH THE RUN STAMP UNDER A
058010*  BLANK NAME AND SEQUENCE ZERO, AHEAD OF EVERY REAL
058020*  KEY, SO A READER CAN TELL WHICH GENERATION IT HAS.
058030  WRITE-MASTER-STAMPS.
058040      MOVE SPACES TO SYM-MASTER-RECORD.
058050      MOVE ZERO TO SYMQ-SEQ.
058060      MOVE RUN-STAMP TO SYMQ-REFS.
058070      WRITE SYM-MASTER-RECORD;
058080          INVALID KEY
058090              MOVE 'N' TO SET-COMPLETE-SWITCH.
058100      MOVE SPACES TO ELEM-MASTER-RECORD.
058110      MOVE ZERO TO ELEMQ-SEQ.
058120      MOVE RUN-STAMP TO ELEMQ-REFS.
058130      WRITE ELEM-MASTER-RECORD;
058140          INVALID KEY
058150              MOVE 'N' TO SET-COMPLETE-SWITCH.
058160      IF NEW-SYM-MASTER-STATUS IS NOT EQUAL TO '00' OR
058170              NEW-ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
058180          MOVE 'N' TO SET-COMPLETE-SWITCH.
058190      IF NOT SET-COMPLETE
058200          DISPLAY 'CULL: CANNOT WRITE CULSYM.TMP AND'
058210              ' CULELE.TMP -- RUN WILL NOT BE COMMITTED.'.
058220  WRITE-MASTER-STAMPS-EXIT.
058230      EXIT.

058240* =====================================================
058250*  COMMIT-RUN-SET -- PUTS THE WHOLE CARRY-FORWARD SET
058260*  A FULL SWEEP BUILT INTO PLACE AS ONE UNIT: THE
058270*  CONTROL RECORD GOES TO PENDING UNDER THE NEW
058280*  GENERATION, EVERY .TMP FILE IS COPIED OVER ITS
058290*  LIVE FILE, AND THE RECORD GOES TO COMMITTED.  A
058300*  RUN THAT DIES BEFORE THE PENDING RECORD IS WRITTEN
058310*  LEAVES THE LAST SET WHOLE; ONE THAT DIES AFTER IT
058320*  IS FINISHED BY THE NEXT CULL (READ-RUN-CONTROL).
058330*  A TARGETED CULL, OR A RUN THAT COULD NOT BUILD
058340*  EVERY PIECE, COMMITS NOTHING AND THE GENERATION
058350*  IN FORCE STANDS.
058360* =====================================================
058370  COMMIT-RUN-SET.
058380      IF SELECTED-FILES-ACTIVE
058390          GO TO COMMIT-RUN-SET-EXIT.
058400      IF NOT SET-COMPLETE
058410          MOVE RUN-GENERATION TO GENERATION-DISP
058420          DISPLAY 'CULL: NOTHING COMMITTED -- GENERATION '
058430              GENERATION-DISP ' STANDS.'
058440          GO TO COMMIT-RUN-SET-EXIT.
058450      MOVE SPACES TO RUN-CONTROL-SAVE.
058460      MOVE STAMP-GENERATION TO CSAV-GENERATION.
058470      MOVE STAMP-RUN-DATE TO CSAV-RUN-DATE.
058480      MOVE STAMP-RUN-TIME TO CSAV-RUN-TIME.
058490      MOVE HEADING-2-PPNS TO CSAV-PPNS.
058500      MOVE HEADING-2-EXTS TO CSAV-EXTS.
058510      MOVE 'P' TO CSAV-STATE.
058520      PERFORM WRITE-RUN-CONTROL THRU
058530          WRITE-RUN-CONTROL-EXIT.
058540      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
058550          MOVE RUN-GENERATION TO GENERATION-DISP
058560          DISPLAY 'CULL: CANNOT WRITE CULCTL.DAT --'
058570              ' NOTHING COMMITTED, GENERATION '
058580              GENERATION-DISP ' STANDS.'
058590          GO TO COMMIT-RUN-SET-EXIT.
058600      PERFORM COPY-RUN-SET THRU COPY-RUN-SET-EXIT.
058610      MOVE STAMP-GENERATION TO GENERATION-DISP.
058620      IF COPY-FAILED
058630          DISPLAY 'CULL: COPY FAILED -- GENERATION '
058640              GENERATION-DISP ' NOT COMMITTED.'
058650          GO TO COMMIT-RUN-SET-EXIT.
058660      MOVE 'C' TO CSAV-STATE.
058670      PERFORM WRITE-RUN-CONTROL THRU
058680          WRITE-RUN-CONTROL-EXIT.
058690      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
058700          DISPLAY 'CULL: CANNOT WRITE CULCTL.DAT --'
058710              ' GENERATION ' GENERATION-DISP
058720              ' NOT COMMITTED.'
058730          GO TO COMMIT-RUN-SET-EXIT.
058740      MOVE STAMP-GENERATION TO RUN-GENERATION.
058750      MOVE 'Y' TO SET-COMMITTED-SWITCH.
058760      MOVE RUN-GENERATION TO GENERATION-DISP.
058770      DISPLAY 'CULL: GENERATION ' GENERATION-DISP
058780          ' COMMITTED.'.
058790  COMMIT-RUN-SET-EXIT.
058800      EXIT.

058810  WRITE-RUN-CONTROL.
058820      OPEN OUTPUT RUN-CONTROL.
058830      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
058840          GO TO WRITE-RUN-CONTROL-EXIT.
058850      WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-SAVE.
058860      CLOSE RUN-CONTROL.
058870  WRITE-RUN-CONTROL-EXIT.
058880      EXIT.

058890*  EVERY COPY STARTS FROM THE TOP AND REWRITES ITS
058900*  LIVE FILE WHOLE, SO THE SET CAN BE COPIED AGAIN AS
058910*  OFTEN AS IT TAKES TO GET ALL THE WAY THROUGH.
058920  COPY-RUN-SET.
058930      MOVE 'N' TO COPY-FAILED-SWITCH.
058940      PERFORM COPY-SYM-MASTER THRU COPY-SYM-MASTER-EXIT.
058950      PERFORM COPY-ELEM-MASTER THRU
058960          COPY-ELEM-MASTER-EXIT.
058970      PERFORM COPY-PRIOR-CULL THRU COPY-PRIOR-CULL-EXIT.
058980      PERFORM COPY-AGING-FILE THRU COPY-AGING-FILE-EXIT.
058990      PERFORM COPY-CHANGE-REQUESTS THRU
059000          COPY-CHANGE-REQUESTS-EXIT.
059010      PERFORM COPY-HISTORY-FILE THRU
059020          COPY-HISTORY-FILE-EXIT.
059030      PERFORM SAVE-LISTING-BANK THRU
059040          SAVE-LISTING-BANK-EXIT.
059050  COPY-RUN-SET-EXIT.
059060      EXIT.

059070  COPY-SYM-MASTER.
059080      OPEN INPUT NEW-SYM-MASTER.
059090      IF NEW-SYM-MASTER-STATUS IS NOT EQUAL TO '00'
059100          DISPLAY 'CULL: NO CULSYM.TMP --'
059110              ' CULSYM.MAS NOT REPLACED.'
059120          MOVE 'Y' TO COPY-FAILED-SWITCH
059130          GO TO COPY-SYM-MASTER-EXIT.
059140      OPEN OUTPUT SYM-MASTER.
059150      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
059160          DISPLAY 'CULL: CANNOT WRITE CULSYM.MAS --'
059170              ' NOT REPLACED.'
059180          MOVE 'Y' TO COPY-FAILED-SWITCH
059190          CLOSE NEW-SYM-MASTER
059200          GO TO COPY-SYM-MASTER-EXIT.
059210  COPY-SYM-MASTER-LOOP.
059220      READ NEW-SYM-MASTER
059230          AT END GO TO COPY-SYM-MASTER-DONE.
059240      MOVE SYM-MASTER-RECORD TO SYM-MASTER-COPY.
059250      WRITE SYM-MASTER-COPY;
059260          INVALID KEY
059270              DISPLAY 'CULL: CULSYMMAS WRITE FAILED.'
059280              MOVE 'Y' TO COPY-FAILED-SWITCH.
059290      GO TO COPY-SYM-MASTER-LOOP.
059300  COPY-SYM-MASTER-DONE.
059310      CLOSE NEW-SYM-MASTER.
059320      CLOSE SYM-MASTER.
059330  COPY-SYM-MASTER-EXIT.
059340      EXIT.

059350  COPY-ELEM-MASTER.
059360      OPEN INPUT NEW-ELEM-MASTER.
059370      IF NEW-ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
059380          DISPLAY 'CULL: NO CULELE.TMP --'
059390              ' CULELE.MAS NOT REPLACED.'
059400          MOVE 'Y' TO COPY-FAILED-SWITCH
059410          GO TO COPY-ELEM-MASTER-EXIT.
059420      OPEN OUTPUT ELEM-MASTER.
059430      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
059440          DISPLAY 'CULL: CANNOT WRITE CULELE.MAS --'
059450              ' NOT REPLACED.'
059460          MOVE 'Y' TO COPY-FAILED-SWITCH
059470          CLOSE NEW-ELEM-MASTER
059480          GO TO COPY-ELEM-MASTER-EXIT.
059490  COPY-ELEM-MASTER-LOOP.
059500      READ NEW-ELEM-MASTER
059510          AT END GO TO COPY-ELEM-MASTER-DONE.
059520      MOVE ELEM-MASTER-RECORD TO ELEM-MASTER-COPY.
059530      WRITE ELEM-MASTER-COPY;
059540          INVALID KEY
059550              DISPLAY 'CULL: CULELEMAS WRITE FAILED.'
059560              MOVE 'Y' TO COPY-FAILED-SWITCH.
059570      GO TO COPY-ELEM-MASTER-LOOP.
059580  COPY-ELEM-MASTER-DONE.
059590      CLOSE NEW-ELEM-MASTER.
059600      CLOSE ELEM-MASTER.
059610  COPY-ELEM-MASTER-EXIT.
059620      EXIT.

059630  COPY-PRIOR-CULL.
059640      OPEN INPUT NEW-PRIOR-CULL.
059650      IF NEW-PRIOR-STATUS IS NOT EQUAL TO '00'
059660          DISPLAY 'CULL: NO CULPRV.TMP --'
059670              ' CULPRV.DAT NOT REPLACED.'
059680          MOVE 'Y' TO COPY-FAILED-SWITCH
059690          GO TO COPY-PRIOR-CULL-EXIT.
059700      OPEN OUTPUT PRIOR-CULL.
059710      IF PRIOR-FILE-STATUS IS NOT EQUAL TO '00'
059720          DISPLAY 'CULL: CANNOT WRITE CULPRV.DAT --'
059730              ' NOT REPLACED.'
059740          MOVE 'Y' TO COPY-FAILED-SWITCH
059750          CLOSE NEW-PRIOR-CULL
059760          GO TO COPY-PRIOR-CULL-EXIT.
059770  COPY-PRIOR-CULL-LOOP.
059780      READ NEW-PRIOR-CULL
059790          AT END GO TO COPY-PRIOR-CULL-DONE.
059800      MOVE NEW-PRIOR-LINE TO PRIOR-LINE.
059810      WRITE PRIOR-LINE.
059820      GO TO COPY-PRIOR-CULL-LOOP.
059830  COPY-PRIOR-CULL-DONE.
059840      CLOSE NEW-PRIOR-CULL.
059850      CLOSE PRIOR-CULL.
059860  COPY-PRIOR-CULL-EXIT.
059870      EXIT.

059880  COPY-AGING-FILE.
059890      OPEN INPUT NEW-AGING-FILE.
059900      IF NEW-AGING-STATUS IS NOT EQUAL TO '00'
059910          DISPLAY 'CULL: NO CULAGE.TMP --'
059920              ' CULAGE.DAT NOT REPLACED.'
059930          MOVE 'Y' TO COPY-FAILED-SWITCH
059940          GO TO COPY-AGING-FILE-EXIT.
059950      OPEN OUTPUT AGING-FILE.
059960      IF AGING-FILE-STATUS IS NOT EQUAL TO '00'
059970          DISPLAY 'CULL: CANNOT WRITE CULAGE.DAT --'
059980              ' NOT REPLACED.'
059990          MOVE 'Y' TO COPY-FAILED-SWITCH
060000          CLOSE NEW-AGING-FILE
060010          GO TO COPY-AGING-FILE-EXIT.
060020  COPY-AGING-FILE-LOOP.
060030      READ NEW-AGING-FILE
060040          AT END GO TO COPY-AGING-FILE-DONE.
060050      MOVE NEW-AGING-LINE TO AGING-LINE.
060060      WRITE AGING-LINE.
060070      GO TO COPY-AGING-FILE-LOOP.
060080  COPY-AGING-FILE-DONE.
060090      CLOSE NEW-AGING-FILE.
060100      CLOSE AGING-FILE.
060110  COPY-AGING-FILE-EXIT.
060120      EXIT.

060130  COPY-CHANGE-REQUESTS.
060140      OPEN INPUT NEW-CHANGE-REQUESTS.
060150      IF NEW-CHANGE-REQUEST-STATUS IS NOT EQUAL TO '00'
060160          DISPLAY 'CULL: NO CULCRQ.TMP --'
060170              ' CULCRQ.DAT NOT REPLACED.'
060180          MOVE 'Y' TO COPY-FAILED-SWITCH
060190          GO TO COPY-CHANGE-REQUESTS-EXIT.
060200      OPEN OUTPUT CHANGE-REQUESTS.
060210      IF CHANGE-REQUEST-STATUS IS NOT EQUAL TO '00'
060220          DISPLAY 'CULL: CANNOT WRITE CULCRQ.DAT --'
060230              ' NOT REPLACED.'
060240          MOVE 'Y' TO COPY-FAILED-SWITCH
060250          CLOSE NEW-CHANGE-REQUESTS
060260          GO TO COPY-CHANGE-REQUESTS-EXIT.
060270  COPY-CHANGE-REQUESTS-LOOP.
060280      READ NEW-CHANGE-REQUESTS
060290          AT END GO TO COPY-CHANGE-REQUESTS-DONE.
060300      MOVE NEW-CHANGE-REQUEST-LINE TO CHANGE-REQUEST-LINE.
060310      WRITE CHANGE-REQUEST-LINE.
060320      GO TO COPY-CHANGE-REQUESTS-LOOP.
060330  COPY-CHANGE-REQUESTS-DONE.
060340      CLOSE NEW-CHANGE-REQUESTS.
060350      CLOSE CHANGE-REQUESTS.
060360  COPY-CHANGE-REQUESTS-EXIT.
060370      EXIT.

060380  COPY-HISTORY-FILE.
060390      OPEN INPUT NEW-HISTORY-FILE.
060400      IF NEW-HISTORY-STATUS IS NOT EQUAL TO '00'
060410          DISPLAY 'CULL: NO CULHIS.TMP --'
060420              ' CULHIS.DAT NOT REPLACED.'
060430          MOVE 'Y' TO COPY-FAILED-SWITCH
060440          GO TO COPY-HISTORY-FILE-EXIT.
060450      OPEN OUTPUT HISTORY-FILE.
060460      IF HISTORY-FILE-STATUS IS NOT EQUAL TO '00'
060470          DISPLAY 'CULL: CANNOT WRITE CULHIS.DAT --'
060480              ' NOT REPLACED.'
060490          MOVE 'Y' TO COPY-FAILED-SWITCH
060500          CLOSE NEW-HISTORY-FILE
060510          GO TO COPY-HISTORY-FILE-EXIT.
060520  COPY-HISTORY-FILE-LOOP.
060530      READ NEW-HISTORY-FILE
060540          AT END GO TO COPY-HISTORY-FILE-DONE.
060550      MOVE NEW-HISTORY-LINE TO HISTORY-LINE.
060560      WRITE HISTORY-LINE.
060570      GO TO COPY-HISTORY-FILE-LOOP.
060580  COPY-HISTORY-FILE-DONE.
060590      CLOSE NEW-HISTORY-FILE.
060600      CLOSE HISTORY-FILE.
060610  COPY-HISTORY-FILE-EXIT.
060620      EXIT.

060630  SAVE-LISTING-BANK.
060640*     EMPTY THE IDENTITIES FIRST AND COPY THEM LAST,
060650*     SO A RUN THAT DIES PART WAY THROUGH THE COPY
060660*     LEAVES EITHER A WHOLE NEW BANK OR NO IDENTITIES
060670*     AT ALL -- NEVER NEW IDENTITIES OVER OLD LINES
060680*     OR OLD IDENTITIES OVER HALF THE LINES.  NOTHING
060690*     IS EMPTIED UNTIL BOTH .TMP FILES ARE OPEN.
060700      OPEN INPUT NEW-BANKED-LINES.
060710      IF NEW-BANKED-LINES-STATUS IS NOT EQUAL TO '00'
060720          DISPLAY 'CULL: NO CULLSL.TMP --'
060730              ' LISTING BANK NOT REPLACED.'
060740          MOVE 'Y' TO COPY-FAILED-SWITCH
060750          GO TO SAVE-LISTING-BANK-EXIT.
060760      OPEN INPUT NEW-LISTING-BANK.
060770      IF NEW-LISTING-BANK-STATUS IS NOT EQUAL TO '00'
060780          DISPLAY 'CULL: NO CULLSB.TMP --'
060790              ' LISTING BANK NOT REPLACED.'
060800          MOVE 'Y' TO COPY-FAILED-SWITCH
060810          CLOSE NEW-BANKED-LINES
060820          GO TO SAVE-LISTING-BANK-EXIT.
060830      OPEN OUTPUT LISTING-BANK.
060840      IF LISTING-BANK-STATUS IS NOT EQUAL TO '00'
060850          GO TO BANK-SAVE-FAILED.
060860      CLOSE LISTING-BANK.
060870      OPEN OUTPUT BANKED-LINES.
060880      IF BANKED-LINES-STATUS IS NOT EQUAL TO '00'
060890          GO TO BANK-SAVE-FAILED.
060900  BANK-LINES-SAVE-LOOP.
060910      READ NEW-BANKED-LINES
060920          AT END GO TO BANK-LINES-SAVE-DONE.
060930      MOVE NEW-BANKED-LINE TO BANKED-LINE.
060940      WRITE BANKED-LINE.
060950      GO TO BANK-LINES-SAVE-LOOP.
060960  BANK-LINES-SAVE-DONE.
060970      CLOSE NEW-BANKED-LINES.
060980      CLOSE BANKED-LINES.
060990      OPEN OUTPUT LISTING-BANK.
061000      IF LISTING-BANK-STATUS IS NOT EQUAL TO '00'
061010          DISPLAY 'CULL: CANNOT WRITE CULLSB.DAT --'
061020              ' LISTING BANK NOT REPLACED.'
061030          MOVE 'Y' TO COPY-FAILED-SWITCH
061040          CLOSE NEW-LISTING-BANK
061050          GO TO SAVE-LISTING-BANK-EXIT.
061060  BANK-IDENT-SAVE-LOOP.
061070      READ NEW-LISTING-BANK
061080          AT END GO TO BANK-IDENT-SAVE-DONE.
061090      MOVE NEW-LISTING-BANK-LINE TO LISTING-BANK-LINE.
061100      WRITE LISTING-BANK-LINE.
061110      GO TO BANK-IDENT-SAVE-LOOP.
061120  BANK-IDENT-SAVE-DONE.
061130      CLOSE NEW-LISTING-BANK.
061140      CLOSE LISTING-BANK.
061150      GO TO SAVE-LISTING-BANK-EXIT.
061160  BANK-SAVE-FAILED.
061170      DISPLAY 'CULL: CANNOT WRITE CULLSB.DAT AND'
061180          ' CULLSL.DAT -- LISTING BANK NOT REPLACED.'.
061190      MOVE 'Y' TO COPY-FAILED-SWITCH.
061200      CLOSE NEW-BANKED-LINES.
061210      CLOSE NEW-LISTING-BANK.
061220  SAVE-LISTING-BANK-EXIT.
061230      EXIT.

061240* =====================================================
061250*  INPUT-SECTION -- SWEEPS EACH PPN'S UFD, RELEASING
061260*  ONE SORT-LINE PER CREF REFERENCE INTO SORT-FILE.
061270* =====================================================
061280  INPUT-SECTION SECTION.
061290  BEGIN-INPUT-SECTION.
061300      PERFORM REPLAY-ACCUMULATOR THRU
061310          REPLAY-ACCUMULATOR-EXIT.
061320      PERFORM SWEEP-ONE-PPN THRU SWEEP-ONE-PPN-EXIT
061330          VARYING PPN-INDEX FROM 1 BY 1
061340          UNTIL PPN-INDEX IS GREATER THAN PPN-COUNT.
061350      IF RESUME-PENDING GO TO FATAL-RESUME-MISMATCH.
061360      PERFORM CARRY-BANKED-LISTINGS THRU
061370          CARRY-BANKED-LISTINGS-EXIT.
061380      CLOSE ACCUM-FILE.
061390      DISPLAY 'SORTING'.
061400      GO TO SECTION-A-END.

061410* =====================================================
061420*  A CHECKPOINTED RUN'S PRIOR SORT-LINES LIVE ON IN
061430*  ACCUM-FILE (WRITE-CHECKPOINT NEVER TRUNCATES IT).
061440*  BEFORE RE-SWEEPING THE UFDS, PLAY THEM BACK INTO
061450*  SORT-FILE SO A RESUMED RUN NEVER LOSES A LINE THAT
061460*  A PRIOR RUN ALREADY RELEASED.
061470* =====================================================
061480  REPLAY-ACCUMULATOR.
061490      IF NOT RESUME-PENDING
061500          OPEN OUTPUT ACCUM-FILE
061510          CLOSE ACCUM-FILE
061520          OPEN EXTEND ACCUM-FILE
061530          GO TO REPLAY-ACCUMULATOR-EXIT.
061540      OPEN INPUT ACCUM-FILE.
061550      IF ACCUM-FILE-STATUS IS NOT EQUAL TO '00'
061560          GO TO FATAL-RESUME-MISMATCH.
061570  REPLAY-ACCUMULATOR-LOOP.
061580      READ ACCUM-FILE
061590          AT END GO TO REPLAY-ACCUMULATOR-CLOSE.
061600      MOVE ACCUM-SYMBOL-ID TO SYMBOL-ID.
061610      MOVE ACCUM-ELEMENT-ID TO ELEMENT-ID.
061620      MOVE ACCUM-PPN-ID TO PPN-ID.
061630      MOVE ACCUM-EXTENS-ID TO EXTENS-ID.
061640      MOVE ACCUM-SYMBOL-REFS TO SYMBOL-REFS.
061650      RELEASE SORT-LINE.
061660      ADD 1 TO SORT-LINES-RELEASED-COUNT.
061670      GO TO REPLAY-ACCUMULATOR-LOOP.
061680  REPLAY-ACCUMULATOR-CLOSE.
061690      CLOSE ACCUM-FILE.
061700      OPEN EXTEND ACCUM-FILE.
061710  REPLAY-ACCUMULATOR-EXIT.
061720      EXIT.

061730* =====================================================
061740*  A STALE CHECKPOINT (ITS PPN/FILE-PART/EXTENS TUPLE
061750*  NEVER MATCHED AGAINST THIS RUN'S UFDS, OR ITS
061760*  ACCUM-FILE COULD NOT BE OPENED) MUST NEVER BE
061770*  ALLOWED TO SILENTLY ZERO OUT A RESUMED RUN'S
061780*  OUTPUT -- ABORT LOUDLY INSTEAD.
061790* =====================================================
061800  FATAL-RESUME-MISMATCH.
061810      DISPLAY 'CULL: CHECKPOINT ENTRY NOT FOUND ON '
061820          'RESUME -- RUN ABORTED.  SEE CULBADLST.'.
061830      MOVE CKPT-PPN-SAVE TO BAD-PPN-OUT.
061840      MOVE CKPT-FILE-PART-SAVE TO BAD-FILE-OUT.
061850      MOVE CKPT-EXTENS-SAVE TO BAD-EXT-OUT.
061860      MOVE SPACES TO BAD-STATUS-OUT.
061870      MOVE ZERO TO BAD-COUNT-OUT.
061880      MOVE 'CHECKPOINT NOT MATCHED - RUN ABORTED' TO
061890          BAD-MSG-OUT.
061900      WRITE BAD-LINE.
061910      CLOSE BAD-LISTINGS.
061920      CLOSE GROUP-SPILL.
061930      CLOSE STANDARD-LISTINGS.
061940      CLOSE COMBINED-LISTINGS.
061950      CLOSE ELEMENT-LISTINGS.
061960      CLOSE ORPHAN-LISTINGS.
061970      CLOSE MULDEF-LISTINGS.
061980      CLOSE UNDEF-LISTINGS.
061990      CLOSE DEADWOOD-LISTINGS.
062000      CLOSE DEPEND-LISTINGS.
062010      CLOSE LIBRARY-LISTINGS.
062020      CLOSE IMPACT-LISTINGS.
062030      CLOSE ORDER-LISTINGS.
062040      CLOSE BUILD-ORDER-DECK.
062050      CLOSE DELTA-LISTINGS.
062060      CLOSE RECONCILE-LISTINGS.
062070      CLOSE TREND-LISTINGS.
062080      CLOSE RETIRE-LISTINGS.
062090      CLOSE ARCHIVE-DECK.
062100      CLOSE RUN-LISTINGS.
062110      CLOSE GATE-LISTINGS.
062120      CLOSE DUP-LISTINGS.
062130      CLOSE COVER-LISTINGS.
062140      CLOSE SUBSYSTEM-LISTINGS.
062150      IF NOT SELECTED-FILES-ACTIVE
062160          CLOSE NEW-SYM-MASTER
062170          CLOSE NEW-ELEM-MASTER.
062180      CLOSE AUX-WORK.
062190      CLOSE DETAIL-WORK.
062200      CLOSE SUBSYSTEM-WORK.
062210      CLOSE WORK-FILE.
062220      IF BANK-SAVE-ACTIVE
062230          CLOSE NEW-LISTING-BANK
062240          CLOSE NEW-BANKED-LINES.
062250      STOP RUN.

062260  SWEEP-ONE-PPN.
062270      MOVE PPN-ENTRY (PPN-INDEX) TO UFD-FILE-PPN.
062280      OPEN INPUT UFD-FILE.
062290  UFD-SIFT.
062300      READ UFD-FILE; AT END GO TO CLEAN-UP.
062310      PERFORM CHECK-EXTENSION THRU CHECK-EXTENSION-EXIT.
062320      PERFORM NOTE-COVERAGE THRU NOTE-COVERAGE-EXIT.
062330      IF NOT EXTENSION-MATCHED GO TO UFD-SIFT.
062340      IF NOT RESUME-PENDING GO TO UFD-SIFT-CHECK-LIST.
062350      PERFORM CHECK-RESUME-POINT THRU
062360          CHECK-RESUME-POINT-EXIT.
062370*     A LISTING PASSED OVER ON THE WAY TO THE RESUME
062380*     POINT WAS EITHER CULLED BY THE DEAD RUN, SO ITS
062390*     LINES ARE IN ACCUM-FILE, OR LEFT UNCHANGED FOR
062400*     THE CARRY PASS, WHICH NEVER WRITES ACCUM-FILE.
062410*     THE BANK STILL SAYS WHICH.
062420      IF INCREMENTAL-ACTIVE
062430          PERFORM CHECK-LISTING-BANK THRU
062440              CHECK-LISTING-BANK-EXIT.
062450      GO TO UFD-SIFT.
062460  UFD-SIFT-CHECK-LIST.
062470      IF NOT SELECTED-FILES-ACTIVE GO TO UFD-SIFT-BANK.
062480      PERFORM CHECK-SELECTED-FILE THRU
062490          CHECK-SELECTED-FILE-EXIT.
062500      IF NOT SELECTED-FILE-MATCHED GO TO UFD-SIFT.
062510      GO TO UFD-SIFT-RUN.
062520  UFD-SIFT-BANK.
062530      IF NOT INCREMENTAL-ACTIVE GO TO UFD-SIFT-RUN.
062540      PERFORM CHECK-LISTING-BANK THRU
062550          CHECK-LISTING-BANK-EXIT.
062560      IF LISTING-CARRIED GO TO UFD-SIFT.
062570  UFD-SIFT-RUN.
062580      PERFORM PROCESS-FILE THRU END-PROCESS.
062590      GO TO UFD-SIFT.
062600  CLEAN-UP.
062610      CLOSE UFD-FILE.
062620  SWEEP-ONE-PPN-EXIT.
062630      EXIT.

062640  CHECK-EXTENSION.
062650      MOVE 'N' TO EXTENSION-MATCH-SWITCH.
062660      MOVE ZERO TO EXTENSION-MATCH-INDEX.
062670      PERFORM TEST-ONE-EXTENSION THRU
062680          TEST-ONE-EXTENSION-EXIT
062690          VARYING EXTENSION-INDEX FROM 1 BY 1
062700          UNTIL EXTENSION-INDEX IS GREATER THAN
062710              EXTENSION-COUNT.
062720  CHECK-EXTENSION-EXIT.
062730      EXIT.
062740  TEST-ONE-EXTENSION.
062750      IF UFD-EXTENSION-ENTRY IS EQUAL TO
062760              EXTENSION-ENTRY (EXTENSION-INDEX)
062770          MOVE 'Y' TO EXTENSION-MATCH-SWITCH
062780          MOVE EXTENSION-INDEX TO EXTENSION-MATCH-INDEX.
062790  TEST-ONE-EXTENSION-EXIT.
062800      EXIT.

062810*  EVERY SOURCE AND LISTING THE SWEEP PASSES IS NOTED
062820*  FOR THE COVERAGE AUDIT, AHEAD OF THE RESUME AND
062830*  BANK LOGIC, SO A RESUMED OR INCREMENTAL RUN STILL
062840*  SEES THE WHOLE UFD.  A TARGETED CULL NOTES ONLY
062850*  ITS SELECTED FILE-PARTS.
062860  NOTE-COVERAGE.
062870      IF NOT SELECTED-FILES-ACTIVE
062880          GO TO NOTE-COVERAGE-KIND.
062890      PERFORM CHECK-SELECTED-FILE THRU
062900          CHECK-SELECTED-FILE-EXIT.
062910      IF NOT SELECTED-FILE-MATCHED
062920          GO TO NOTE-COVERAGE-EXIT.
062930  NOTE-COVERAGE-KIND.
062940      IF EXTENSION-MATCHED GO TO NOTE-COVERAGE-LISTING.
062950      MOVE 'N' TO SOURCE-EXT-MATCH-SWITCH.
062960      PERFORM TEST-ONE-SOURCE-EXT THRU
062970          TEST-ONE-SOURCE-EXT-EXIT
062980          VARYING SOURCE-EXT-INDEX FROM 1 BY 1
062990          UNTIL SOURCE-EXT-INDEX IS GREATER THAN
063000              SOURCE-EXT-COUNT.
063010      IF NOT SOURCE-EXT-MATCHED GO TO NOTE-COVERAGE-EXIT.
063020      IF COVER-SOURCE-COUNT IS EQUAL TO 1000
063030          GO TO NOTE-COVER-SOURCE-OVERFLOW.
063040      ADD 1 TO COVER-SOURCE-COUNT.
063050      MOVE UFD-FILE-PPN TO CSRC-PPN (COVER-SOURCE-COUNT).
063060      MOVE UFD-FILE-NAME-ENTRY TO
063070          CSRC-FILE (COVER-SOURCE-COUNT).
063080      MOVE UFD-EXTENSION-ENTRY TO
063090          CSRC-EXTENS (COVER-SOURCE-COUNT).
063100      MOVE UFD-WRITE-STAMP-ENTRY TO
063110          CSRC-STAMP (COVER-SOURCE-COUNT).
063120      MOVE 'N' TO CSRC-LISTED (COVER-SOURCE-COUNT).
063130      GO TO NOTE-COVERAGE-EXIT.
063140  NOTE-COVER-SOURCE-OVERFLOW.
063150      IF NOT COVER-SOURCE-FULL
063160          DISPLAY 'CULL: MORE THAN 1000 SOURCES --'
063170              ' COVERAGE AUDIT IS INCOMPLETE.'
063180          MOVE 'Y' TO COVER-SOURCE-FULL-SWITCH.
063190      GO TO NOTE-COVERAGE-EXIT.
063200  NOTE-COVERAGE-LISTING.
063210      IF COVER-LISTING-COUNT IS EQUAL TO 1000
063220          GO TO NOTE-COVER-LISTING-OVERFLOW.
063230      ADD 1 TO COVER-LISTING-COUNT.
063240      MOVE UFD-FILE-PPN TO CLST-PPN (COVER-LISTING-COUNT).
063250      MOVE UFD-FILE-NAME-ENTRY TO
063260          CLST-FILE (COVER-LISTING-COUNT).
063270      MOVE UFD-EXTENSION-ENTRY TO
063280          CLST-EXTENS (COVER-LISTING-COUNT).
063290      MOVE UFD-WRITE-STAMP-ENTRY TO
063300          CLST-STAMP (COVER-LISTING-COUNT).
063310      GO TO NOTE-COVERAGE-EXIT.
063320  NOTE-COVER-LISTING-OVERFLOW.
063330      IF NOT COVER-LISTING-FULL
063340          DISPLAY 'CULL: MORE THAN 1000 LISTINGS --'
063350              ' COVERAGE AUDIT IS INCOMPLETE.'
063360          MOVE 'Y' TO COVER-LISTING-FULL-SWITCH.
063370  NOTE-COVERAGE-EXIT.
063380      EXIT.
063390  TEST-ONE-SOURCE-EXT.
063400      IF UFD-EXTENSION-ENTRY IS EQUAL TO
063410              SOURCE-EXT-ENTRY (SOURCE-EXT-INDEX)
063420          MOVE 'Y' TO SOURCE-EXT-MATCH-SWITCH.
063430  TEST-ONE-SOURCE-EXT-EXIT.
063440      EXIT.

063450  CHECK-RESUME-POINT.
063460      IF UFD-FILE-PPN IS EQUAL TO CKPT-PPN-SAVE AND
063470              UFD-FILE-NAME-ENTRY IS EQUAL TO
063480                  CKPT-FILE-PART-SAVE AND
063490              UFD-EXTENSION-ENTRY IS EQUAL TO
063500                  CKPT-EXTENS-SAVE
063510          MOVE 'N' TO RESUME-PENDING-SWITCH.
063520  CHECK-RESUME-POINT-EXIT.
063530      EXIT.

063540  CHECK-SELECTED-FILE.
063550      MOVE 'N' TO SELECTED-FILE-MATCH-SWITCH.
063560      PERFORM TEST-ONE-SELECTED-FILE THRU
063570          TEST-ONE-SELECTED-FILE-EXIT
063580          VARYING SELECTED-FILE-INDEX FROM 1 BY 1
063590          UNTIL SELECTED-FILE-INDEX IS GREATER THAN
063600              SELECTED-FILE-COUNT.
063610  CHECK-SELECTED-FILE-EXIT.
063620      EXIT.
063630  TEST-ONE-SELECTED-FILE.
063640      IF UFD-FILE-NAME-ENTRY IS EQUAL TO
063650              SELECTED-FILE-ENTRY (SELECTED-FILE-INDEX)
063660          MOVE 'Y' TO SELECTED-FILE-MATCH-SWITCH.
063670  TEST-ONE-SELECTED-FILE-EXIT.
063680      EXIT.

063690*  MARKS THE UFD ENTRY'S BANKED LISTING, IF ANY, 'C'
063700*  WHEN ITS WRITE DATE AND SIZE ARE UNCHANGED (AND
063710*  SAYS SO IN LISTING-CARRY-SWITCH) OR 'R' WHEN THE
063720*  LISTING MUST BE CULLED AGAIN.
063730  CHECK-LISTING-BANK.
063740      MOVE 'N' TO LISTING-CARRY-SWITCH.
063750      MOVE UFD-FILE-PPN TO BANK-SEEK-PPN.
063760      MOVE UFD-FILE-NAME-ENTRY TO BANK-SEEK-FILE.
063770      MOVE UFD-EXTENSION-ENTRY TO BANK-SEEK-EXTENS.
063780      PERFORM FIND-BANK-ENTRY THRU FIND-BANK-ENTRY-EXIT.
063790      IF BANK-FOUND-INDEX IS EQUAL TO ZERO
063800          GO TO CHECK-LISTING-BANK-EXIT.
063810      IF BANK-WRITE-STAMP (BANK-FOUND-INDEX) IS NOT
063820              EQUAL TO UFD-WRITE-STAMP-ENTRY OR
063830          BANK-FILE-SIZE (BANK-FOUND-INDEX) IS NOT
063840              EQUAL TO UFD-FILE-SIZE-ENTRY
063850          MOVE 'R' TO BANK-STATE (BANK-FOUND-INDEX)
063860          GO TO CHECK-LISTING-BANK-EXIT.
063870      MOVE 'C' TO BANK-STATE (BANK-FOUND-INDEX).
063880      MOVE PPN-INDEX TO BANK-PPN-INDEX (BANK-FOUND-INDEX).
063890      MOVE EXTENSION-MATCH-INDEX TO
063900          BANK-EXT-INDEX (BANK-FOUND-INDEX).
063910      MOVE 'Y' TO LISTING-CARRY-SWITCH.
063920  CHECK-LISTING-BANK-EXIT.
063930      EXIT.
063940  FIND-BANK-ENTRY.
063950      MOVE ZERO TO BANK-FOUND-INDEX.
063960      PERFORM TEST-ONE-BANK-ENTRY THRU
063970          TEST-ONE-BANK-ENTRY-EXIT
063980          VARYING BANK-INDEX FROM 1 BY 1
063990          UNTIL BANK-INDEX IS GREATER THAN BANK-COUNT
064000              OR BANK-FOUND-INDEX IS GREATER THAN ZERO.
064010  FIND-BANK-ENTRY-EXIT.
064020      EXIT.
064030  TEST-ONE-BANK-ENTRY.
064040      IF BANK-PPN (BANK-INDEX) IS EQUAL TO BANK-SEEK-PPN
064050              AND
064060          BANK-FILE (BANK-INDEX) IS EQUAL TO
064070              BANK-SEEK-FILE AND
064080          BANK-EXTENS (BANK-INDEX) IS EQUAL TO
064090              BANK-SEEK-EXTENS
064100          MOVE BANK-INDEX TO BANK-FOUND-INDEX.
064110  TEST-ONE-BANK-ENTRY-EXIT.
064120      EXIT.

064130  PROCESS-FILE.
064140      MOVE UFD-FILE-PPN TO CREF-LISTING-PPN.
064150      MOVE UFD-FILE-NAME-ENTRY TO FILE-PART.
064160      MOVE UFD-EXTENSION-ENTRY TO EXTENS-PART.
064170      MOVE ZERO TO CREF-RECORD-COUNT.
064180      MOVE 'N' TO CREF-READ-BAD-SWITCH.
064190      MOVE 'N' TO LISTING-LOGGED-SWITCH.
064200      OPEN INPUT CREF-LISTING.
064210*     A BLANK RECORD AREA IS HOW CYCLE-SALVAGE TELLS
064220*     A TRAP THAT MOVED NO FRESH DATA (OPEN FAILURE,
064230*     HARD READ ERROR) FROM A FINAL LINE WITHOUT A
064240*     CRLF -- ONLY THE LATTER LEAVES DATA TO SALVAGE.
064250      MOVE SPACES TO CREF-LINES.
064260      DISPLAY 'CULL: ' UFD-FILE-PPN ' ' FILE-PART '.'
064270          EXTENS-PART.
064280  CYCLE-LOOP.
064290      READ CREF-LISTING;
064300          AT END GO TO END-PROCESS.
064310      IF CREF-READ-BAD GO TO CYCLE-SALVAGE.
064320      PERFORM CULL-ONE-CREF-LINE THRU
064330          CULL-ONE-CREF-LINE-EXIT.
064340      GO TO CYCLE-LOOP.
064350  CYCLE-SALVAGE.
064360*     A CREF BUG CAN LEAVE THE LAST LINE OF A LISTING
064370*     WITHOUT A CRLF.  HOLD THE TRAPPED RECORD, ISSUE
064380*     ONE MORE READ, AND ONLY WHEN THAT READ COMES
064390*     BACK AT END -- PROVING THE TRAP REALLY WAS THE
064400*     LAST LINE -- CULL THE HELD RECORD.  ANY OTHER
064410*     OUTCOME IS A MID-FILE ERROR: THE HELD RECORD IS
064420*     LOGGED TO CULBADLST, NOT CULLED, AND NO
064430*     CHECKPOINT IS WRITTEN SO A RESUMED RUN REDOES
064440*     THE FILE-PART.  AN EMPTY TRAP IS A REAL LOSS,
064450*     LOGGED AS SUCH.
064460      IF CREF-LINES IS NOT GREATER THAN SPACES
064470          MOVE 'UNREADABLE CREF-LISTING RECORD - SKIPPED'
064480              TO BAD-MSG-OUT
064490          ADD 1 TO BAD-RECORD-COUNT
064500          PERFORM LOG-CREF-BAD-RECORD THRU
064510              LOG-CREF-BAD-RECORD-EXIT
064520          GO TO END-PROCESS.
064530      MOVE CREF-LINES TO CREF-SALVAGE-HOLD.
064540      MOVE SPACES TO CREF-LINES.
064550      MOVE 'N' TO CREF-READ-BAD-SWITCH.
064560      READ CREF-LISTING;
064570          AT END GO TO CYCLE-SALVAGE-KEEP.
064580*     MORE OF THE FILE FOLLOWED (OR THE READ TRAPPED
064590*     AGAIN): A MID-FILE ERROR, NOT THE MISSING FINAL
064600*     CRLF.
064610      MOVE 'Y' TO CREF-READ-BAD-SWITCH.
064620      MOVE 'RECORD TRAPPED IN MID-FILE - REST SKIPPED'
064630          TO BAD-MSG-OUT.
064640      ADD 1 TO BAD-RECORD-COUNT.
064650      PERFORM LOG-CREF-BAD-RECORD THRU
064660          LOG-CREF-BAD-RECORD-EXIT.
064670      GO TO END-PROCESS.
064680  CYCLE-SALVAGE-KEEP.
064690      MOVE CREF-SALVAGE-HOLD TO CREF-LINES.
064700      PERFORM CULL-ONE-CREF-LINE THRU
064710          CULL-ONE-CREF-LINE-EXIT.
064720      MOVE 'TRAPPED RECORD SALVAGED AS FINAL LINE' TO
064730          BAD-MSG-OUT.
064740      PERFORM LOG-CREF-BAD-RECORD THRU
064750          LOG-CREF-BAD-RECORD-EXIT.
064760      GO TO END-PROCESS.
064770  END-PROCESS.
064780      CLOSE CREF-LISTING.
064790      ADD 1 TO FILES-CULLED-COUNT.
064800      ADD CREF-RECORD-COUNT TO TOTAL-RECORD-COUNT.
064810      ADD 1 TO PPN-FILES-TALLY (PPN-INDEX).
064820      ADD CREF-RECORD-COUNT TO PPN-RECS-TALLY (PPN-INDEX).
064830      IF EXTENSION-MATCH-INDEX IS GREATER THAN ZERO
064840          ADD 1 TO EXT-FILES-TALLY (EXTENSION-MATCH-INDEX)
064850          ADD CREF-RECORD-COUNT TO
064860              EXT-RECS-TALLY (EXTENSION-MATCH-INDEX).
064870      PERFORM WRITE-RUN-DETAIL THRU
064880          WRITE-RUN-DETAIL-EXIT.
064890*     A LISTING THAT PUT ANYTHING ON CULBADLST IS LEFT
064900*     OUT OF THE BANK SO THE NEXT RUN READS IT AGAIN
064910*     AND LOGS IT AGAIN, JUST AS A FULL RE-READ WOULD.
064920      IF BANK-SAVE-ACTIVE AND NOT LISTING-LOGGED
064930          PERFORM WRITE-LISTING-BANK THRU
064940              WRITE-LISTING-BANK-EXIT.
064950      IF CREF-READ-BAD-SWITCH IS EQUAL TO 'N'
064960          PERFORM WRITE-CHECKPOINT THRU
064970              WRITE-CHECKPOINT-EXIT.

064980  WRITE-CHECKPOINT.
064990      OPEN OUTPUT CKPT-FILE.
065000      MOVE UFD-FILE-PPN TO CKPT-PPN.
065010      MOVE FILE-PART TO CKPT-FILE-PART.
065020      MOVE EXTENS-PART TO CKPT-EXTENS.
065030      MOVE FILES-CULLED-COUNT TO CKPT-FILES-CULLED.
065040      MOVE INCREMENTAL-SWITCH TO CKPT-INCREMENTAL.
065050      WRITE CKPT-LINE.
065060      CLOSE CKPT-FILE.
065070  WRITE-CHECKPOINT-EXIT.
065080      EXIT.

065090  CULL-ONE-CREF-LINE.
065100      ADD 1 TO CREF-RECORD-COUNT.
065110      PERFORM EXPAND-CREF-TABS THRU
065120          EXPAND-CREF-TABS-EXIT.
065130      IF SECONDARY-KEY IS NOT GREATER THAN ' '
065140          MOVE SECONDARY-REFS TO SYMBOL-REFS
065150          MOVE REMEMBER-SYMBOL TO SYMBOL-ID; ELSE
065160      MOVE SYMBOL-ENTRY TO SYMBOL-ID
065170      MOVE SYMBOL-ENTRY TO REMEMBER-SYMBOL
065180      MOVE ORIG-REFS TO SYMBOL-REFS.
065190      MOVE FILE-PART TO ELEMENT-ID.
065200      MOVE UFD-FILE-PPN TO PPN-ID.
065210      MOVE EXTENS-PART TO EXTENS-ID.
065220      IF BANK-SAVE-ACTIVE
065230          MOVE SORT-LINE TO NEW-BANKED-LINE
065240          WRITE NEW-BANKED-LINE.
065250      RELEASE SORT-LINE.
065260      MOVE SYMBOL-ID TO ACCUM-SYMBOL-ID.
065270      MOVE ELEMENT-ID TO ACCUM-ELEMENT-ID.
065280      MOVE PPN-ID TO ACCUM-PPN-ID.
065290      MOVE EXTENS-ID TO ACCUM-EXTENS-ID.
065300      MOVE SYMBOL-REFS TO ACCUM-SYMBOL-REFS.
065310      WRITE ACCUM-LINE.
065320      ADD 1 TO SORT-LINES-RELEASED-COUNT.
065330      MOVE SPACES TO CREF-LINES.
065340  CULL-ONE-CREF-LINE-EXIT.
065350      EXIT.

065360* =====================================================
065370*  EXPAND-CREF-TABS -- COPIES THE RAW CREF-LINES
065380*  RECORD INTO NAME-BUFFER, EXPANDING EACH TAB TO THE
065390*  STANDARD COLUMN STOPS SO THE FIXED CREF COLUMNS
065400*  LINE UP WITHOUT ANY PIP /W PRE-PASS.
065410* =====================================================
065420  EXPAND-CREF-TABS.
065430      MOVE CREF-LINES TO CREF-EXPAND-SOURCE.
065440      MOVE SPACES TO CREF-EXPAND-WORK.
065450      MOVE 1 TO CREF-TARGET-INDEX.
065460      PERFORM EXPAND-ONE-CREF-CHAR THRU
065470          EXPAND-ONE-CREF-CHAR-EXIT
065480          VARYING CREF-SOURCE-INDEX FROM 1 BY 1
065490          UNTIL CREF-SOURCE-INDEX IS GREATER THAN 133
065500              OR CREF-TARGET-INDEX IS GREATER THAN 133.
065510      MOVE CREF-EXPANDED-IMAGE TO NAME-BUFFER.
065520  EXPAND-CREF-TABS-EXIT.
065530      EXIT.
065540  EXPAND-ONE-CREF-CHAR.
065550      IF CREF-SOURCE-CHAR (CREF-SOURCE-INDEX) IS LESS
065560              THAN SPACE
065570          PERFORM EXPAND-TO-TAB-STOP THRU
065580              EXPAND-TO-TAB-STOP-EXIT
065590          GO TO EXPAND-ONE-CREF-CHAR-EXIT.
065600      MOVE CREF-SOURCE-CHAR (CREF-SOURCE-INDEX) TO
065610          CREF-TARGET-CHAR (CREF-TARGET-INDEX).
065620      ADD 1 TO CREF-TARGET-INDEX.
065630  EXPAND-ONE-CREF-CHAR-EXIT.
065640      EXIT.
065650  EXPAND-TO-TAB-STOP.
065660*     THE TARGET IMAGE IS PRE-BLANKED, SO MOVING THE
065670*     COLUMN POINTER IS ALL A TAB TAKES.  STOPS SIT
065680*     AT COLUMNS 9, 17, 25, ... (EVERY EIGHTH).
065690      ADD 1 TO CREF-TARGET-INDEX.
065700  EXPAND-TO-TAB-STOP-LOOP.
065710      SUBTRACT 1 FROM CREF-TARGET-INDEX
065720          GIVING TAB-STOP-WORK.
065730      DIVIDE TAB-STOP-WORK BY 8 GIVING TAB-STOP-QUOT
065740          REMAINDER TAB-STOP-REM.
065750      IF TAB-STOP-REM IS NOT EQUAL TO ZERO AND
065760              CREF-TARGET-INDEX IS NOT GREATER THAN 133
065770          ADD 1 TO CREF-TARGET-INDEX
065780          GO TO EXPAND-TO-TAB-STOP-LOOP.
065790  EXPAND-TO-TAB-STOP-EXIT.
065800      EXIT.

065810*  LOGS THE RECORD TO CULBADLST ONLY; THE CALLER
065820*  DECIDES WHETHER ANYTHING WAS ACTUALLY LOST AND
065830*  COUNTS IT, SO A SALVAGED FINAL LINE IS A NOTE,
065840*  NOT A LOSS, AND NEVER TRIPS THE BUILD GATE.
065850  LOG-CREF-BAD-RECORD.
065860      MOVE UFD-FILE-PPN TO BAD-PPN-OUT.
065870      MOVE FILE-PART TO BAD-FILE-OUT.
065880      MOVE EXTENS-PART TO BAD-EXT-OUT.
065890      MOVE CREF-BAD-STATUS-SAVE TO BAD-STATUS-OUT.
065900      MOVE CREF-RECORD-COUNT TO BAD-COUNT-OUT.
065910      WRITE BAD-LINE.
065920      MOVE 'Y' TO LISTING-LOGGED-SWITCH.
065930  LOG-CREF-BAD-RECORD-EXIT.
065940      EXIT.
065950*  ONE DETAIL-WORK RECORD PER FILE-PART CULLED, WITH
065960*  THE RECORD COUNT IT CONTRIBUTED.  THE MAINLINE
065970*  AUDIT PASS PRINTS THEM; NOTHING IN THIS SECTION
065980*  WRITES TO CULRUNLST.
065990  WRITE-RUN-DETAIL.
066000      MOVE UFD-FILE-PPN TO RDET-PPN-ID.
066010      MOVE FILE-PART TO RDET-FILE-ID.
066020      MOVE EXTENS-PART TO RDET-EXTENS-ID.
066030      MOVE CREF-RECORD-COUNT TO RDET-RECORD-COUNT.
066040      IF CREF-READ-BAD
066050          MOVE 'Y' TO RDET-BAD-FLAG
066060      ELSE
066070          MOVE 'N' TO RDET-BAD-FLAG.
066080      MOVE SPACE TO RDET-BANK-FLAG.
066090      WRITE DETAIL-WORK-LINE.
066100  WRITE-RUN-DETAIL-EXIT.
066110      EXIT.
066120*  ONE NEW-BANK IDENTITY RECORD FOR THE LISTING JUST
066130*  CULLED; ITS LINES WENT TO THE NEW BANK AS THEY
066140*  WERE RELEASED.
066150  WRITE-LISTING-BANK.
066160      MOVE UFD-FILE-PPN TO NBNK-PPN.
066170      MOVE FILE-PART TO NBNK-FILE.
066180      MOVE EXTENS-PART TO NBNK-EXTENS.
066190      MOVE UFD-WRITE-STAMP-ENTRY TO NBNK-WRITE-STAMP.
066200      MOVE UFD-FILE-SIZE-ENTRY TO NBNK-FILE-SIZE.
066210      MOVE CREF-RECORD-COUNT TO NBNK-RECORDS.
066220      WRITE NEW-LISTING-BANK-LINE.
066230  WRITE-LISTING-BANK-EXIT.
066240      EXIT.

066250* =====================================================
066260*  CARRY-BANKED-LISTINGS -- ONCE EVERY UFD HAS BEEN
066270*  SWEPT, PLAYS THE BANKED LINES OF EVERY UNCHANGED
066280*  LISTING INTO SORT-FILE AND THE NEW BANK, THEN ROLLS
066290*  THE CARRIED AND DROPPED LISTINGS INTO THE RUN
066300*  TOTALS AND THE AUDIT DETAIL.  CARRIED LINES NEVER
066310*  GO TO ACCUM-FILE: A RESUMED RUN REDOES THIS WHOLE
066320*  PASS, SO NOTHING IS CARRIED TWICE.
066330* =====================================================
066340  CARRY-BANKED-LISTINGS.
066350      MOVE FILES-CULLED-COUNT TO BANK-REREAD-COUNT.
066360      IF BANK-COUNT IS EQUAL TO ZERO
066370          GO TO CARRY-BANKED-LISTINGS-EXIT.
066380      OPEN INPUT BANKED-LINES.
066390      MOVE HIGH-VALUES TO BANK-SEEK-PPN.
066400      MOVE 'N' TO BANK-LINE-CARRY-SWITCH.
066410  CARRY-LINE-LOOP.
066420      READ BANKED-LINES
066430          AT END GO TO CARRY-LINE-DONE.
066440      IF BLIN-PPN-ID IS NOT EQUAL TO BANK-SEEK-PPN OR
066450          BLIN-ELEMENT-ID IS NOT EQUAL TO BANK-SEEK-FILE OR
066460          BLIN-EXTENS-ID IS NOT EQUAL TO BANK-SEEK-EXTENS
066470          PERFORM CARRY-NEXT-LISTING THRU
066480              CARRY-NEXT-LISTING-EXIT.
066490      IF NOT BANK-LINE-CARRIED GO TO CARRY-LINE-LOOP.
066500      MOVE BLIN-SYMBOL-ID TO SYMBOL-ID.
066510      MOVE BLIN-ELEMENT-ID TO ELEMENT-ID.
066520      MOVE BLIN-PPN-ID TO PPN-ID.
066530      MOVE BLIN-EXTENS-ID TO EXTENS-ID.
066540      MOVE BLIN-SYMBOL-REFS TO SYMBOL-REFS.
066550      RELEASE SORT-LINE.
066560      ADD 1 TO SORT-LINES-RELEASED-COUNT.
066570      IF BANK-SAVE-ACTIVE
066580          MOVE BANKED-LINE TO NEW-BANKED-LINE
066590          WRITE NEW-BANKED-LINE.
066600      GO TO CARRY-LINE-LOOP.
066610  CARRY-LINE-DONE.
066620      CLOSE BANKED-LINES.
066630      PERFORM TALLY-ONE-BANK-ENTRY THRU
066640          TALLY-ONE-BANK-ENTRY-EXIT
066650          VARYING BANK-INDEX FROM 1 BY 1
066660          UNTIL BANK-INDEX IS GREATER THAN BANK-COUNT.
066670  CARRY-BANKED-LISTINGS-EXIT.
066680      EXIT.
066690*  A NEW LISTING'S LINES BEGIN IN CULLSL.DAT: CARRY
066700*  THEM ONLY IF THE SWEEP MARKED THE LISTING 'C'.
066710  CARRY-NEXT-LISTING.
066720      MOVE BLIN-PPN-ID TO BANK-SEEK-PPN.
066730      MOVE BLIN-ELEMENT-ID TO BANK-SEEK-FILE.
066740      MOVE BLIN-EXTENS-ID TO BANK-SEEK-EXTENS.
066750      MOVE 'N' TO BANK-LINE-CARRY-SWITCH.
066760      PERFORM FIND-BANK-ENTRY THRU FIND-BANK-ENTRY-EXIT.
066770      IF BANK-FOUND-INDEX IS EQUAL TO ZERO
066780          GO TO CARRY-NEXT-LISTING-EXIT.
066790      IF BANK-STATE (BANK-FOUND-INDEX) IS EQUAL TO 'C'
066800          MOVE 'Y' TO BANK-LINE-CARRY-SWITCH.
066810  CARRY-NEXT-LISTING-EXIT.
066820      EXIT.
066830*  A CARRIED LISTING COUNTS AS CULLED, EXACTLY AS IF
066840*  IT HAD BEEN READ, AND GOES INTO THE NEW BANK; A
066850*  LISTING THE SWEEP NEVER SAW IS DROPPED.  EITHER
066860*  WAY IT GETS ITS AUDIT DETAIL RECORD.
066870  TALLY-ONE-BANK-ENTRY.
066880      IF BANK-STATE (BANK-INDEX) IS EQUAL TO 'R'
066890          GO TO TALLY-ONE-BANK-ENTRY-EXIT.
066900      MOVE BANK-PPN (BANK-INDEX) TO RDET-PPN-ID.
066910      MOVE BANK-FILE (BANK-INDEX) TO RDET-FILE-ID.
066920      MOVE BANK-EXTENS (BANK-INDEX) TO RDET-EXTENS-ID.
066930      MOVE BANK-RECORDS (BANK-INDEX) TO RDET-RECORD-COUNT.
066940      MOVE 'N' TO RDET-BAD-FLAG.
066950      IF BANK-STATE (BANK-INDEX) IS NOT EQUAL TO 'C'
066960          MOVE 'D' TO RDET-BANK-FLAG
066970          WRITE DETAIL-WORK-LINE
066980          ADD 1 TO BANK-DROPPED-COUNT
066990          GO TO TALLY-ONE-BANK-ENTRY-EXIT.
067000      MOVE 'C' TO RDET-BANK-FLAG.
067010      WRITE DETAIL-WORK-LINE.
067020      ADD 1 TO BANK-CARRIED-COUNT.
067030      ADD 1 TO FILES-CULLED-COUNT.
067040      ADD BANK-RECORDS (BANK-INDEX) TO TOTAL-RECORD-COUNT.
067050      MOVE BANK-PPN-INDEX (BANK-INDEX) TO PPN-INDEX.
067060      ADD 1 TO PPN-FILES-TALLY (PPN-INDEX).
067070      ADD BANK-RECORDS (BANK-INDEX) TO
067080          PPN-RECS-TALLY (PPN-INDEX).
067090      MOVE BANK-EXT-INDEX (BANK-INDEX) TO
067100          EXTENSION-MATCH-INDEX.
067110      IF EXTENSION-MATCH-INDEX IS GREATER THAN ZERO
067120          ADD 1 TO EXT-FILES-TALLY (EXTENSION-MATCH-INDEX)
067130          ADD BANK-RECORDS (BANK-INDEX) TO
067140              EXT-RECS-TALLY (EXTENSION-MATCH-INDEX).
067150      MOVE BANK-PPN (BANK-INDEX) TO NBNK-PPN.
067160      MOVE BANK-FILE (BANK-INDEX) TO NBNK-FILE.
067170      MOVE BANK-EXTENS (BANK-INDEX) TO NBNK-EXTENS.
067180      MOVE BANK-WRITE-STAMP (BANK-INDEX) TO
067190          NBNK-WRITE-STAMP.
067200      MOVE BANK-FILE-SIZE (BANK-INDEX) TO NBNK-FILE-SIZE.
067210      MOVE BANK-RECORDS (BANK-INDEX) TO NBNK-RECORDS.
067220      IF BANK-SAVE-ACTIVE
067230          WRITE NEW-LISTING-BANK-LINE.
067240  TALLY-ONE-BANK-ENTRY-EXIT.
067250      EXIT.
067260  SECTION-A-END.
067270* SORT NOW PROCEEDS.

067280* =====================================================
067290*  OUTPUT-SECTION -- BY-SYMBOL PASS.  BUFFERS EACH
067300*  SYMBOL-ID'S RUN OF SORT-LINES SO IT CAN DECIDE
067310*  SHARED/ORPHAN/MULTIPLY-DEFINED STATUS BEFORE ANY
067320*  OF THE GROUP IS WRITTEN.  EVERY RETURNED RECORD
067330*  ALSO GOES TO WORK-FILE FOR THE BY-ELEMENT PASS.
067340* =====================================================
067350  OUTPUT-SECTION SECTION.
067360  BEGIN-OUT-SECTION.
067370      DISPLAY 'SORT COMPLETE.  PRINTING OUTPUT.'.
067380      MOVE SPACES TO GROUP-CURRENT-SYMBOL.
067390      MOVE ZERO TO GROUP-LINE-COUNT.
067400  OUTPUT-LOOP.
067410      RETURN SORT-FILE RECORD;
067420          AT END GO TO FLUSH-LAST-GROUP.
067430      MOVE SORT-LINE TO WORK-LINE.
067440      WRITE WORK-LINE.
067450      PERFORM PUT-SYM-MASTER-RECORD THRU
067460          PUT-SYM-MASTER-RECORD-EXIT.
067470      IF GROUP-TOTAL-COUNT IS GREATER THAN ZERO AND
067480              SYMBOL-ID IS NOT EQUAL TO
067490                  GROUP-CURRENT-SYMBOL
067500          PERFORM FLUSH-GROUP THRU FLUSH-GROUP-EXIT.
067510      MOVE SYMBOL-ID TO GROUP-CURRENT-SYMBOL.
067520      PERFORM BUFFER-ONE-LINE THRU BUFFER-ONE-LINE-EXIT.
067530      GO TO OUTPUT-LOOP.
067540  FLUSH-LAST-GROUP.
067550      IF GROUP-TOTAL-COUNT IS GREATER THAN ZERO
067560          PERFORM FLUSH-GROUP THRU FLUSH-GROUP-EXIT.
067570      PERFORM WRITE-TOTALS-TRAILER THRU
067580          WRITE-TOTALS-TRAILER-EXIT.
067590      GO TO SECTION-B-END.
067600  END-OUTPUT-SECTION.
067610* HERE WE ARE!.

067620  BUFFER-ONE-LINE.
067630      ADD 1 TO GROUP-TOTAL-COUNT.
067640      IF GROUP-LINE-COUNT IS EQUAL TO 2000
067650          PERFORM SPILL-ONE-LINE THRU
067660              SPILL-ONE-LINE-EXIT
067670          GO TO BUFFER-ONE-LINE-EXIT.
067680      ADD 1 TO GROUP-LINE-COUNT.
067690      MOVE SYMBOL-ID TO
067700          GROUP-SYMBOL-OUT (GROUP-LINE-COUNT).
067710      MOVE PPN-ID TO GROUP-PPN-OUT (GROUP-LINE-COUNT).
067720      MOVE ELEMENT-ID TO
067730          GROUP-ELEMENT-OUT (GROUP-LINE-COUNT).
067740      MOVE EXTENS-ID TO
067750          GROUP-EXTENS-OUT (GROUP-LINE-COUNT).
067760      MOVE SYMBOL-REFS TO
067770          GROUP-REFS-OUT (GROUP-LINE-COUNT).
067780  BUFFER-ONE-LINE-EXIT.
067790      EXIT.

067800  SPILL-ONE-LINE.
067810      MOVE 'Y' TO GROUP-SPILL-SWITCH.
067820      MOVE SYMBOL-ID TO SPILL-SYMBOL-ID.
067830      MOVE PPN-ID TO SPILL-PPN-ID.
067840      MOVE ELEMENT-ID TO SPILL-ELEMENT-ID.
067850      MOVE EXTENS-ID TO SPILL-EXTENS-ID.
067860      MOVE SYMBOL-REFS TO SPILL-SYMBOL-REFS.
067870      WRITE GROUP-SPILL-LINE.
067880  SPILL-ONE-LINE-EXIT.
067890      EXIT.

067900* =====================================================
067910*  BEGIN-GROUP-WALK / GET-GROUP-LINE -- EVERY WALK OF
067920*  THE BUFFERED GROUP GOES THROUGH HERE: THE FIRST
067930*  2000 LINES COME FROM THE IN-CORE TABLE, THE REST
067940*  IN ORDER FROM GROUP-SPILL.  BEGIN-GROUP-WALK
067950*  REWINDS THE SPILL BEFORE EACH PASS.
067960* =====================================================
067970  BEGIN-GROUP-WALK.
067980      IF GROUP-SPILLED
067990          CLOSE GROUP-SPILL
068000          OPEN INPUT GROUP-SPILL.
068010  BEGIN-GROUP-WALK-EXIT.
068020      EXIT.
068030  GET-GROUP-LINE.
068040      IF GROUP-LINE-INDEX IS GREATER THAN 2000
068050          GO TO GET-GROUP-LINE-SPILL.
068060      MOVE GROUP-SYMBOL-OUT (GROUP-LINE-INDEX) TO
068070          GROUP-CUR-SYMBOL.
068080      MOVE GROUP-PPN-OUT (GROUP-LINE-INDEX) TO
068090          GROUP-CUR-PPN.
068100      MOVE GROUP-ELEMENT-OUT (GROUP-LINE-INDEX) TO
068110          GROUP-CUR-ELEMENT.
068120      MOVE GROUP-EXTENS-OUT (GROUP-LINE-INDEX) TO
068130          GROUP-CUR-EXTENS.
068140      MOVE GROUP-REFS-OUT (GROUP-LINE-INDEX) TO
068150          GROUP-CUR-REFS.
068160      GO TO GET-GROUP-LINE-EXIT.
068170  GET-GROUP-LINE-SPILL.
068180      READ GROUP-SPILL;
068190          AT END GO TO GET-GROUP-LINE-EXIT.
068200      MOVE SPILL-SYMBOL-ID TO GROUP-CUR-SYMBOL.
068210      MOVE SPILL-PPN-ID TO GROUP-CUR-PPN.
068220      MOVE SPILL-ELEMENT-ID TO GROUP-CUR-ELEMENT.
068230      MOVE SPILL-EXTENS-ID TO GROUP-CUR-EXTENS.
068240      MOVE SPILL-SYMBOL-REFS TO GROUP-CUR-REFS.
068250  GET-GROUP-LINE-EXIT.
068260      EXIT.

068270  PUT-SYM-MASTER-RECORD.
068280      IF SELECTED-FILES-ACTIVE
068290          GO TO PUT-SYM-MASTER-RECORD-EXIT.
068300      IF SYMBOL-ID IS NOT EQUAL TO SYMQ-CURRENT-SYMBOL
068310          MOVE SYMBOL-ID TO SYMQ-CURRENT-SYMBOL
068320          MOVE ZERO TO SYMQ-SEQ-COUNT
068330          MOVE 'N' TO SYMQ-CAP-SWITCH.
068340      IF SYMQ-SEQ-COUNT IS EQUAL TO 9999
068350          PERFORM NOTE-SYM-MASTER-CAP THRU
068360              NOTE-SYM-MASTER-CAP-EXIT
068370          GO TO PUT-SYM-MASTER-RECORD-EXIT.
068380      ADD 1 TO SYMQ-SEQ-COUNT.
068390      MOVE SYMBOL-ID TO SYMQ-SYMBOL.
068400      MOVE SYMQ-SEQ-COUNT TO SYMQ-SEQ.
068410      MOVE ELEMENT-ID TO SYMQ-ELEMENT.
068420      MOVE PPN-ID TO SYMQ-PPN.
068430      MOVE EXTENS-ID TO SYMQ-EXTENS.
068440      MOVE ZERO TO DEFN-MARK-TALLY.
068450      INSPECT SYMBOL-REFS
068460          TALLYING DEFN-MARK-TALLY
068470          FOR ALL DEFN-MARK-CHAR.
068480      IF DEFN-MARK-TALLY IS GREATER THAN ZERO
068490          MOVE 'Y' TO SYMQ-DEFN-FLAG
068500      ELSE
068510          MOVE 'N' TO SYMQ-DEFN-FLAG.
068520      MOVE SYMBOL-REFS TO SYMQ-REFS.
068530      WRITE SYM-MASTER-RECORD;
068540          INVALID KEY
068550              DISPLAY 'CULL: CULSYMMAS WRITE FAILED.'.
068560  PUT-SYM-MASTER-RECORD-EXIT.
068570      EXIT.
068580  NOTE-SYM-MASTER-CAP.
068590      IF NOT SYMQ-CAP-TOLD
068600          DISPLAY 'CULL: SYMBOL ' SYMQ-CURRENT-SYMBOL
068610              ' HAS MORE THAN 9999 MASTER LINES --'
068620              ' REST NOT BANKED.'
068630          MOVE 'Y' TO SYMQ-CAP-SWITCH.
068640  NOTE-SYM-MASTER-CAP-EXIT.
068650      EXIT.

068660  FLUSH-GROUP.
068670      PERFORM COUNT-GROUP-ELEMENTS THRU
068680          COUNT-GROUP-ELEMENTS-EXIT.
068690      PERFORM WRITE-DEADWOOD-WORK THRU
068700          WRITE-DEADWOOD-WORK-EXIT.
068710      PERFORM WRITE-DEPENDENCY-WORK THRU
068720          WRITE-DEPENDENCY-WORK-EXIT.
068730      IF PREFIX-REG-ACTIVE
068740          PERFORM CHECK-NAMING-STANDARD THRU
068750              CHECK-NAMING-STANDARD-EXIT.
068760      ADD 1 TO DISTINCT-SYMBOL-COUNT.
068770      IF GROUP-DISTINCT-ELEMENTS IS EQUAL TO 1
068780          PERFORM WRITE-ORPHAN-ENTRY THRU
068790              WRITE-ORPHAN-ENTRY-EXIT.
068800      IF GROUP-DEFN-ELEMENTS IS GREATER THAN 1
068810          PERFORM WRITE-MULDEF-ENTRY THRU
068820              WRITE-MULDEF-ENTRY-EXIT.
068830      IF GROUP-DEFN-ELEMENTS IS EQUAL TO ZERO
068840          PERFORM WRITE-UNDEF-ENTRY THRU
068850              WRITE-UNDEF-ENTRY-EXIT.
068860      IF SHARED-ONLY AND
068870              GROUP-DISTINCT-ELEMENTS IS EQUAL TO 1
068880          GO TO FLUSH-GROUP-DONE.
068890      PERFORM WRITE-GROUP-LINES THRU
068900          WRITE-GROUP-LINES-EXIT.
068910  FLUSH-GROUP-DONE.
068920      MOVE ZERO TO GROUP-LINE-COUNT.
068930      MOVE ZERO TO GROUP-TOTAL-COUNT.
068940      IF GROUP-SPILLED
068950          CLOSE GROUP-SPILL
068960          OPEN OUTPUT GROUP-SPILL
068970          MOVE 'N' TO GROUP-SPILL-SWITCH.
068980  FLUSH-GROUP-EXIT.
068990      EXIT.

069000  COUNT-GROUP-ELEMENTS.
069010      MOVE ZERO TO GROUP-DISTINCT-ELEMENTS.
069020      MOVE ZERO TO GROUP-DEFN-ELEMENTS.
069030      MOVE SPACES TO PRIOR-GROUP-ELEMENT.
069040      MOVE SPACES TO PRIOR-GROUP-PPN.
069050      MOVE SPACES TO PRIOR-GROUP-EXTENS.
069060      MOVE 'N' TO CURRENT-DEFN-SWITCH.
069070      MOVE SPACES TO GROUP-FIRST-DEFN-ELEMENT.
069080      MOVE SPACES TO GROUP-FIRST-DEFN-PPN.
069090      MOVE SPACES TO GROUP-FIRST-DEFN-EXTENS.
069100      PERFORM BEGIN-GROUP-WALK THRU
069110          BEGIN-GROUP-WALK-EXIT.
069120      PERFORM COUNT-ONE-GROUP-LINE THRU
069130          COUNT-ONE-GROUP-LINE-EXIT
069140          VARYING GROUP-LINE-INDEX FROM 1 BY 1
069150          UNTIL GROUP-LINE-INDEX IS GREATER THAN
069160              GROUP-TOTAL-COUNT.
069170      IF CURRENT-ELEMENT-HAS-DEFN
069180          ADD 1 TO GROUP-DEFN-ELEMENTS
069190          PERFORM NOTE-FIRST-DEFN-ELEMENT THRU
069200              NOTE-FIRST-DEFN-ELEMENT-EXIT.
069210  COUNT-GROUP-ELEMENTS-EXIT.
069220      EXIT.

069230* =====================================================
069240*  CHECK-NAMING-STANDARD -- THE GROUP'S SYMBOL MUST
069250*  CARRY A REGISTERED PREFIX, AND ITS DEFINING
069260*  ELEMENT MUST SIT IN THE PREFIX'S REGISTERED AREA.
069270*  EXCEPTIONS GO TO CULSTDLST.
069280* =====================================================
069290  CHECK-NAMING-STANDARD.
069300      MOVE GROUP-SYMBOL-OUT (1) TO STANDARD-SYMBOL-WORK.
069310      MOVE ZERO TO PREFIX-MATCH-INDEX.
069320      MOVE ZERO TO PREFIX-MATCH-SIZE.
069330      PERFORM TEST-ONE-PREFIX THRU TEST-ONE-PREFIX-EXIT
069340          VARYING PREFIX-INDEX FROM 1 BY 1
069350          UNTIL PREFIX-INDEX IS GREATER THAN
069360              PREFIX-COUNT.
069370      IF PREFIX-MATCH-INDEX IS EQUAL TO ZERO
069380          MOVE 'PREFIX NOT IN REGISTER' TO
069390              STANDARD-TEXT-OUT
069400          PERFORM WRITE-STANDARD-LINE THRU
069410              WRITE-STANDARD-LINE-EXIT
069420          GO TO CHECK-NAMING-STANDARD-EXIT.
069430      IF GROUP-FIRST-DEFN-ELEMENT IS EQUAL TO SPACES
069440          GO TO CHECK-NAMING-STANDARD-EXIT.
069450      IF PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX) IS NOT
069460              EQUAL TO SPACES AND
069470          PREFIX-REG-ELEMENT (PREFIX-MATCH-INDEX) IS
069480              NOT EQUAL TO GROUP-FIRST-DEFN-ELEMENT
069490          MOVE 'DEFINED OUTSIDE REGISTERED AREA' TO
069500              STANDARD-TEXT-OUT
069510          PERFORM WRITE-STANDARD-LINE THRU
069520              WRITE-STANDARD-LINE-EXIT
069530          GO TO CHECK-NAMING-STANDARD-EXIT.
069540      IF PREFIX-REG-PPN (PREFIX-MATCH-INDEX) IS NOT
069550              EQUAL TO SPACES AND
069560          PREFIX-REG-PPN (PREFIX-MATCH-INDEX) IS NOT
069570              EQUAL TO GROUP-FIRST-DEFN-PPN
069580          MOVE 'DEFINED OUTSIDE REGISTERED AREA' TO
069590              STANDARD-TEXT-OUT
069600          PERFORM WRITE-STANDARD-LINE THRU
069610              WRITE-STANDARD-LINE-EXIT.
069620  CHECK-NAMING-STANDARD-EXIT.
069630      EXIT.
069640  TEST-ONE-PREFIX.
069650      IF PREFIX-REG-CHAR-2 (PREFIX-INDEX) IS EQUAL TO
069660              SPACE
069670          GO TO TEST-ONE-PREFIX-SINGLE.
069680      IF PREFIX-REG-PREFIX (PREFIX-INDEX) IS EQUAL TO
069690              STANDARD-FIRST-TWO
069700          MOVE PREFIX-INDEX TO PREFIX-MATCH-INDEX
069710          MOVE 2 TO PREFIX-MATCH-SIZE.
069720      GO TO TEST-ONE-PREFIX-EXIT.
069730  TEST-ONE-PREFIX-SINGLE.
069740      IF PREFIX-REG-CHAR-1 (PREFIX-INDEX) IS EQUAL TO
069750              STANDARD-CHAR-1 AND
069760          PREFIX-MATCH-SIZE IS LESS THAN 2
069770          MOVE PREFIX-INDEX TO PREFIX-MATCH-INDEX
069780          MOVE 1 TO PREFIX-MATCH-SIZE.
069790  TEST-ONE-PREFIX-EXIT.
069800      EXIT.
069810  WRITE-STANDARD-LINE.
069820      ADD 1 TO STANDARD-EXCEPTION-COUNT.
069830      MOVE STANDARD-SYMBOL-WORK TO STANDARD-SYMBOL-OUT.
069840      MOVE STANDARD-FIRST-TWO TO STANDARD-PREFIX-OUT.
069850      MOVE GROUP-FIRST-DEFN-ELEMENT TO
069860          STANDARD-ELEMENT-OUT.
069870      MOVE GROUP-FIRST-DEFN-PPN TO STANDARD-PPN-OUT.
069880      WRITE STANDARD-LINE.
069890  WRITE-STANDARD-LINE-EXIT.
069900      EXIT.
069910  COUNT-ONE-GROUP-LINE.
069920      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
069930      IF GROUP-CUR-ELEMENT IS EQUAL TO
069940              PRIOR-GROUP-ELEMENT AND
069950          GROUP-CUR-PPN IS EQUAL TO PRIOR-GROUP-PPN AND
069960          GROUP-CUR-EXTENS IS EQUAL TO
069970              PRIOR-GROUP-EXTENS
069980          GO TO COUNT-ONE-GROUP-LINE-MARK.
069990      IF CURRENT-ELEMENT-HAS-DEFN
070000          ADD 1 TO GROUP-DEFN-ELEMENTS
070010          PERFORM NOTE-FIRST-DEFN-ELEMENT THRU
070020              NOTE-FIRST-DEFN-ELEMENT-EXIT.
070030      MOVE 'N' TO CURRENT-DEFN-SWITCH.
070040      ADD 1 TO GROUP-DISTINCT-ELEMENTS.
070050      MOVE GROUP-CUR-ELEMENT TO PRIOR-GROUP-ELEMENT.
070060      MOVE GROUP-CUR-PPN TO PRIOR-GROUP-PPN.
070070      MOVE GROUP-CUR-EXTENS TO PRIOR-GROUP-EXTENS.
070080  COUNT-ONE-GROUP-LINE-MARK.
070090      MOVE ZERO TO DEFN-MARK-TALLY.
070100      INSPECT GROUP-CUR-REFS
070110          TALLYING DEFN-MARK-TALLY
070120          FOR ALL DEFN-MARK-CHAR.
070130      IF DEFN-MARK-TALLY IS GREATER THAN ZERO
070140          MOVE 'Y' TO CURRENT-DEFN-SWITCH.
070150  COUNT-ONE-GROUP-LINE-EXIT.
070160      EXIT.

070170  WRITE-DEADWOOD-WORK.
070180*     SECOND WALK OF THE GROUP: ONE TYPE-'D' WORK
070190*     RECORD PER DEFINING ELEMENT, NOW THAT THE
070200*     DISTINCT-ELEMENT COUNT OF THE WHOLE GROUP IS
070210*     KNOWN AND CAN SAY WHETHER OUTSIDERS EXIST.
070220      MOVE SPACES TO DWORK-PRIOR-ELEMENT.
070230      MOVE SPACES TO DWORK-PRIOR-PPN.
070240      MOVE SPACES TO DWORK-PRIOR-EXTENS.
070250      MOVE 'N' TO DWORK-DEFN-SWITCH.
070260      PERFORM BEGIN-GROUP-WALK THRU
070270          BEGIN-GROUP-WALK-EXIT.
070280      PERFORM SIFT-ONE-DEADWOOD-LINE THRU
070290          SIFT-ONE-DEADWOOD-LINE-EXIT
070300          VARYING GROUP-LINE-INDEX FROM 1 BY 1
070310          UNTIL GROUP-LINE-INDEX IS GREATER THAN
070320              GROUP-TOTAL-COUNT.
070330      IF DWORK-ELEMENT-HAS-DEFN
070340          PERFORM PUT-DEADWOOD-RECORD THRU
070350              PUT-DEADWOOD-RECORD-EXIT.
070360  WRITE-DEADWOOD-WORK-EXIT.
070370      EXIT.
070380  SIFT-ONE-DEADWOOD-LINE.
070390      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
070400      IF GROUP-CUR-ELEMENT IS EQUAL TO
070410              DWORK-PRIOR-ELEMENT AND
070420          GROUP-CUR-PPN IS EQUAL TO DWORK-PRIOR-PPN AND
070430          GROUP-CUR-EXTENS IS EQUAL TO
070440              DWORK-PRIOR-EXTENS
070450          GO TO SIFT-ONE-DEADWOOD-LINE-MARK.
070460      IF DWORK-ELEMENT-HAS-DEFN
070470          PERFORM PUT-DEADWOOD-RECORD THRU
070480              PUT-DEADWOOD-RECORD-EXIT.
070490      MOVE 'N' TO DWORK-DEFN-SWITCH.
070500      MOVE GROUP-CUR-ELEMENT TO DWORK-PRIOR-ELEMENT.
070510      MOVE GROUP-CUR-PPN TO DWORK-PRIOR-PPN.
070520      MOVE GROUP-CUR-EXTENS TO DWORK-PRIOR-EXTENS.
070530  SIFT-ONE-DEADWOOD-LINE-MARK.
070540      MOVE ZERO TO DEFN-MARK-TALLY.
070550      INSPECT GROUP-CUR-REFS
070560          TALLYING DEFN-MARK-TALLY
070570          FOR ALL DEFN-MARK-CHAR.
070580      IF DEFN-MARK-TALLY IS GREATER THAN ZERO
070590          MOVE 'Y' TO DWORK-DEFN-SWITCH.
070600  SIFT-ONE-DEADWOOD-LINE-EXIT.
070610      EXIT.
070620  PUT-DEADWOOD-RECORD.
070630      MOVE DWORK-PRIOR-ELEMENT TO AUXW-ELEMENT-ID.
070640      MOVE DWORK-PRIOR-PPN TO AUXW-PPN-ID.
070650      MOVE DWORK-PRIOR-EXTENS TO AUXW-EXTENS-ID.
070660      MOVE 'D' TO AUXW-TYPE.
070670      MOVE SPACES TO AUXW-ON-ELEMENT.
070680      MOVE SPACES TO AUXW-LIBRARY.
070690      MOVE GROUP-SYMBOL-OUT (1) TO AUXW-SYMBOL.
070700      IF GROUP-DISTINCT-ELEMENTS IS GREATER THAN 1
070710          MOVE 'Y' TO AUXW-TAKER-FLAG
070720      ELSE
070730          MOVE 'N' TO AUXW-TAKER-FLAG.
070740      WRITE AUX-WORK-LINE.
070750  PUT-DEADWOOD-RECORD-EXIT.
070760      EXIT.

070770  NOTE-FIRST-DEFN-ELEMENT.
070780      IF GROUP-FIRST-DEFN-ELEMENT IS EQUAL TO SPACES
070790          MOVE PRIOR-GROUP-ELEMENT TO
070800              GROUP-FIRST-DEFN-ELEMENT
070810          MOVE PRIOR-GROUP-PPN TO
070820              GROUP-FIRST-DEFN-PPN
070830          MOVE PRIOR-GROUP-EXTENS TO
070840              GROUP-FIRST-DEFN-EXTENS.
070850  NOTE-FIRST-DEFN-ELEMENT-EXIT.
070860      EXIT.

070870  WRITE-DEPENDENCY-WORK.
070880*     EVERY DISTINCT ELEMENT IN THE GROUP OTHER THAN
070890*     THE DEFINING ONE DEPENDS ON IT FOR THIS SYMBOL.
070900*     GROUPS NOBODY DEFINES ARE CULUNDLST MATERIAL,
070910*     NOT DEPENDENCIES.
070920      IF GROUP-FIRST-DEFN-ELEMENT IS EQUAL TO SPACES
070930          GO TO WRITE-DEPENDENCY-WORK-EXIT.
070940      MOVE SPACES TO DEP-PRIOR-ELEMENT.
070950      MOVE SPACES TO DEP-PRIOR-PPN.
070960      MOVE SPACES TO DEP-PRIOR-EXTENS.
070970      PERFORM BEGIN-GROUP-WALK THRU
070980          BEGIN-GROUP-WALK-EXIT.
070990      PERFORM SIFT-ONE-DEPENDENCY-LINE THRU
071000          SIFT-ONE-DEPENDENCY-LINE-EXIT
071010          VARYING GROUP-LINE-INDEX FROM 1 BY 1
071020          UNTIL GROUP-LINE-INDEX IS GREATER THAN
071030              GROUP-TOTAL-COUNT.
071040  WRITE-DEPENDENCY-WORK-EXIT.
071050      EXIT.
071060  SIFT-ONE-DEPENDENCY-LINE.
071070      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
071080      IF GROUP-CUR-ELEMENT IS EQUAL TO
071090              DEP-PRIOR-ELEMENT AND
071100          GROUP-CUR-PPN IS EQUAL TO DEP-PRIOR-PPN AND
071110          GROUP-CUR-EXTENS IS EQUAL TO DEP-PRIOR-EXTENS
071120          GO TO SIFT-ONE-DEPENDENCY-LINE-EXIT.
071130      MOVE GROUP-CUR-ELEMENT TO DEP-PRIOR-ELEMENT.
071140      MOVE GROUP-CUR-PPN TO DEP-PRIOR-PPN.
071150      MOVE GROUP-CUR-EXTENS TO DEP-PRIOR-EXTENS.
071160      IF GROUP-CUR-ELEMENT IS EQUAL TO
071170              GROUP-FIRST-DEFN-ELEMENT AND
071180          GROUP-CUR-PPN IS EQUAL TO
071190              GROUP-FIRST-DEFN-PPN AND
071200          GROUP-CUR-EXTENS IS EQUAL TO
071210              GROUP-FIRST-DEFN-EXTENS
071220          GO TO SIFT-ONE-DEPENDENCY-LINE-EXIT.
071230      MOVE GROUP-CUR-ELEMENT TO AUXW-ELEMENT-ID.
071240      MOVE GROUP-CUR-PPN TO AUXW-PPN-ID.
071250      MOVE GROUP-CUR-EXTENS TO AUXW-EXTENS-ID.
071260      MOVE 'P' TO AUXW-TYPE.
071270      MOVE GROUP-FIRST-DEFN-ELEMENT TO AUXW-ON-ELEMENT.
071280      MOVE GROUP-SYMBOL-OUT (1) TO AUXW-SYMBOL.
071290      MOVE SPACE TO AUXW-TAKER-FLAG.
071300      MOVE SPACES TO AUXW-LIBRARY.
071310      WRITE AUX-WORK-LINE.
071320  SIFT-ONE-DEPENDENCY-LINE-EXIT.
071330      EXIT.

071340  WRITE-GROUP-LINES.
071350      MOVE SPACES TO SYMBOL-COMP.
071360      MOVE SPACES TO ELEMENT-COMP.
071370      MOVE SPACES TO PPN-COMP.
071380      MOVE SPACES TO EXTENS-COMP.
071390      PERFORM BEGIN-GROUP-WALK THRU
071400          BEGIN-GROUP-WALK-EXIT.
071410      PERFORM WRITE-ONE-GROUP-LINE THRU
071420          WRITE-ONE-GROUP-LINE-EXIT
071430          VARYING GROUP-LINE-INDEX FROM 1 BY 1
071440          UNTIL GROUP-LINE-INDEX IS GREATER THAN
071450              GROUP-TOTAL-COUNT.
071460  WRITE-GROUP-LINES-EXIT.
071470      EXIT.
071480  WRITE-ONE-GROUP-LINE.
071490      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
071500      IF COMBIN-LINE-COUNT IS NOT LESS THAN
071510              PAGE-LINE-LIMIT
071520          PERFORM COMBIN-PAGE-HEAD THRU
071530              COMBIN-PAGE-HEAD-EXIT.
071540      IF SYMBOL-COMP IS EQUAL TO GROUP-CUR-SYMBOL
071550          MOVE SPACES TO SYMBOL-OUT
071560      ELSE
071570          MOVE GROUP-CUR-SYMBOL TO SYMBOL-OUT
071580          MOVE SPACES TO ELEMENT-COMP
071590          MOVE SPACES TO PPN-COMP
071600          MOVE SPACES TO EXTENS-COMP.
071610      IF ELEMENT-COMP IS EQUAL TO GROUP-CUR-ELEMENT AND
071620          PPN-COMP IS EQUAL TO GROUP-CUR-PPN AND
071630          EXTENS-COMP IS EQUAL TO GROUP-CUR-EXTENS
071640          MOVE SPACES TO ELEMENT-OUT
071650          MOVE SPACES TO PPN-OUT
071660          MOVE SPACES TO EXTENS-OUT
071670      ELSE
071680          MOVE GROUP-CUR-ELEMENT TO ELEMENT-OUT
071690          MOVE GROUP-CUR-PPN TO PPN-OUT
071700          MOVE GROUP-CUR-EXTENS TO EXTENS-OUT.
071710      MOVE GROUP-CUR-REFS TO REFS-OUT.
071720      WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
071730      ADD 1 TO COMBIN-LINE-COUNT.
071740      MOVE GROUP-CUR-SYMBOL TO SYMBOL-COMP.
071750      MOVE GROUP-CUR-PPN TO PPN-COMP.
071760      MOVE GROUP-CUR-EXTENS TO EXTENS-COMP.
071770      MOVE GROUP-CUR-ELEMENT TO ELEMENT-COMP.
071780  WRITE-ONE-GROUP-LINE-EXIT.
071790      EXIT.

071800  WRITE-ORPHAN-ENTRY.
071810      ADD 1 TO ORPHAN-SYMBOL-COUNT.
071820      PERFORM BEGIN-GROUP-WALK THRU
071830          BEGIN-GROUP-WALK-EXIT.
071840      PERFORM WRITE-ONE-ORPHAN-LINE THRU
071850          WRITE-ONE-ORPHAN-LINE-EXIT
071860          VARYING GROUP-LINE-INDEX FROM 1 BY 1
071870          UNTIL GROUP-LINE-INDEX IS GREATER THAN
071880              GROUP-TOTAL-COUNT.
071890  WRITE-ORPHAN-ENTRY-EXIT.
071900      EXIT.

071910  WRITE-ONE-ORPHAN-LINE.
071920      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
071930      MOVE GROUP-CUR-SYMBOL TO ORPHAN-SYMBOL-OUT.
071940      MOVE GROUP-CUR-ELEMENT TO ORPHAN-ELEMENT-OUT.
071950      MOVE GROUP-CUR-REFS TO ORPHAN-REFS-OUT.
071960      WRITE ORPHAN-LINE.
071970  WRITE-ONE-ORPHAN-LINE-EXIT.
071980      EXIT.

071990  WRITE-MULDEF-ENTRY.
072000      ADD 1 TO MULDEF-SYMBOL-COUNT.
072010      MOVE GROUP-SYMBOL-OUT (1) TO MULDEF-SYMBOL-OUT.
072020      MOVE GROUP-DEFN-ELEMENTS TO MULDEF-COUNT-OUT.
072030      MOVE 'ELEMENTS APPEAR TO DEFINE THIS SYMBOL' TO
072040          MULDEF-TEXT-OUT.
072050      WRITE MULDEF-LINE.
072060  WRITE-MULDEF-ENTRY-EXIT.
072070      EXIT.

072080  WRITE-UNDEF-ENTRY.
072090*     NOT ONE ELEMENT IN THE GROUP DEFINES THIS
072100*     SYMBOL.  IF THE CULLIB CATALOG SAYS A SYSTEM
072110*     LIBRARY SUPPLIES IT AT LOAD TIME THE GROUP IS
072120*     HEADED RESOLVED BY LIBRARY, IS NOT COUNTED, AND
072130*     EACH ELEMENT'S USE OF THE LIBRARY MODULE GOES TO
072140*     AUX-WORK FOR CULLIBLST; OTHERWISE IT IS A GLOBAL
072150*     NOBODY SUPPLIES.  EITHER WAY EVERY LINE IS LISTED.
072160      PERFORM FIND-LIBRARY-SYMBOL THRU
072170          FIND-LIBRARY-SYMBOL-EXIT.
072180      MOVE SPACES TO UNDEF-LINE.
072190      MOVE GROUP-SYMBOL-OUT (1) TO UNDEF-SYMBOL-OUT.
072200      IF LIBRARY-MATCH-INDEX IS EQUAL TO ZERO
072210          ADD 1 TO UNDEF-SYMBOL-COUNT
072220          STRING 'UNDEFINED -- NO SWEPT ELEMENT OR'
072230              ' CATALOGED LIBRARY SUPPLIES IT'
072240              DELIMITED BY SIZE INTO UNDEF-REFS-OUT
072250      ELSE
072260          ADD 1 TO LIBRARY-RESOLVED-COUNT
072270          STRING 'RESOLVED BY LIBRARY '
072280              LIBRARY-TAB-NAME (LIBRARY-MATCH-INDEX)
072290              ' MODULE '
072300              LIBRARY-TAB-MODULE (LIBRARY-MATCH-INDEX)
072310              ' -- NOT COUNTED AS UNDEFINED'
072320              DELIMITED BY SIZE INTO UNDEF-REFS-OUT.
072330      WRITE UNDEF-LINE.
072340      PERFORM BEGIN-GROUP-WALK THRU
072350          BEGIN-GROUP-WALK-EXIT.
072360      PERFORM WRITE-ONE-UNDEF-LINE THRU
072370          WRITE-ONE-UNDEF-LINE-EXIT
072380          VARYING GROUP-LINE-INDEX FROM 1 BY 1
072390          UNTIL GROUP-LINE-INDEX IS GREATER THAN
072400              GROUP-TOTAL-COUNT.
072410      IF LIBRARY-MATCH-INDEX IS EQUAL TO ZERO
072420          GO TO WRITE-UNDEF-ENTRY-EXIT.
072430      MOVE SPACES TO DEP-PRIOR-ELEMENT.
072440      MOVE SPACES TO DEP-PRIOR-PPN.
072450      MOVE SPACES TO DEP-PRIOR-EXTENS.
072460      PERFORM BEGIN-GROUP-WALK THRU
072470          BEGIN-GROUP-WALK-EXIT.
072480      PERFORM SIFT-ONE-LIBRARY-LINE THRU
072490          SIFT-ONE-LIBRARY-LINE-EXIT
072500          VARYING GROUP-LINE-INDEX FROM 1 BY 1
072510          UNTIL GROUP-LINE-INDEX IS GREATER THAN
072520              GROUP-TOTAL-COUNT.
072530  WRITE-UNDEF-ENTRY-EXIT.
072540      EXIT.

072550  WRITE-ONE-UNDEF-LINE.
072560      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
072570      MOVE GROUP-CUR-SYMBOL TO UNDEF-SYMBOL-OUT.
072580      MOVE GROUP-CUR-PPN TO UNDEF-PPN-OUT.
072590      MOVE GROUP-CUR-ELEMENT TO UNDEF-ELEMENT-OUT.
072600      MOVE GROUP-CUR-EXTENS TO UNDEF-EXTENS-OUT.
072610      MOVE GROUP-CUR-REFS TO UNDEF-REFS-OUT.
072620      WRITE UNDEF-LINE.
072630  WRITE-ONE-UNDEF-LINE-EXIT.
072640      EXIT.

072650  FIND-LIBRARY-SYMBOL.
072660      MOVE ZERO TO LIBRARY-MATCH-INDEX.
072670      PERFORM TEST-ONE-LIBRARY-SYMBOL THRU
072680          TEST-ONE-LIBRARY-SYMBOL-EXIT
072690          VARYING LIBRARY-INDEX FROM 1 BY 1
072700          UNTIL LIBRARY-INDEX IS GREATER THAN
072710              LIBRARY-COUNT OR
072720          LIBRARY-MATCH-INDEX IS NOT EQUAL TO ZERO.
072730  FIND-LIBRARY-SYMBOL-EXIT.
072740      EXIT.
072750  TEST-ONE-LIBRARY-SYMBOL.
072760      IF LIBRARY-TAB-SYMBOL (LIBRARY-INDEX) IS EQUAL TO
072770              GROUP-SYMBOL-OUT (1)
072780          MOVE LIBRARY-INDEX TO LIBRARY-MATCH-INDEX.
072790  TEST-ONE-LIBRARY-SYMBOL-EXIT.
072800      EXIT.

072810*     ONE TYPE-'L' WORK RECORD PER DISTINCT ELEMENT
072820*     TAKING THE SYMBOL FROM ITS LIBRARY MODULE.
072830  SIFT-ONE-LIBRARY-LINE.
072840      PERFORM GET-GROUP-LINE THRU GET-GROUP-LINE-EXIT.
072850      IF GROUP-CUR-ELEMENT IS EQUAL TO
072860              DEP-PRIOR-ELEMENT AND
072870          GROUP-CUR-PPN IS EQUAL TO DEP-PRIOR-PPN AND
072880          GROUP-CUR-EXTENS IS EQUAL TO DEP-PRIOR-EXTENS
072890          GO TO SIFT-ONE-LIBRARY-LINE-EXIT.
072900      MOVE GROUP-CUR-ELEMENT TO DEP-PRIOR-ELEMENT.
072910      MOVE GROUP-CUR-PPN TO DEP-PRIOR-PPN.
072920      MOVE GROUP-CUR-EXTENS TO DEP-PRIOR-EXTENS.
072930      MOVE GROUP-CUR-ELEMENT TO AUXW-ELEMENT-ID.
072940      MOVE GROUP-CUR-PPN TO AUXW-PPN-ID.
072950      MOVE GROUP-CUR-EXTENS TO AUXW-EXTENS-ID.
072960      MOVE 'L' TO AUXW-TYPE.
072970      MOVE LIBRARY-TAB-MODULE (LIBRARY-MATCH-INDEX) TO
072980          AUXW-ON-ELEMENT.
072990      MOVE GROUP-SYMBOL-OUT (1) TO AUXW-SYMBOL.
073000      MOVE SPACE TO AUXW-TAKER-FLAG.
073010      MOVE LIBRARY-TAB-NAME (LIBRARY-MATCH-INDEX) TO
073020          AUXW-LIBRARY.
073030      WRITE AUX-WORK-LINE.
073040  SIFT-ONE-LIBRARY-LINE-EXIT.
073050      EXIT.

073060  WRITE-TOTALS-TRAILER.
073070      IF COMBIN-LINE-COUNT IS NOT LESS THAN
073080              PAGE-LINE-LIMIT
073090          PERFORM COMBIN-PAGE-HEAD THRU
073100              COMBIN-PAGE-HEAD-EXIT.
073110      MOVE SPACES TO OUTPUT-LINE.
073120      MOVE FILES-CULLED-COUNT TO FILES-CULLED-DISP.
073130      MOVE SORT-LINES-RELEASED-COUNT TO SORT-LINES-DISP.
073140      MOVE DISTINCT-SYMBOL-COUNT TO
073150          DISTINCT-SYMBOL-DISP.
073160      STRING 'FILES CULLED=' FILES-CULLED-DISP
073170          '  SORT-LINES=' SORT-LINES-DISP
073180          '  SYMBOLS=' DISTINCT-SYMBOL-DISP
073190          DELIMITED BY SIZE INTO REFS-OUT.
073200      WRITE OUTPUT-LINE AFTER ADVANCING 2 LINES.
073210      ADD 2 TO COMBIN-LINE-COUNT.
073220  WRITE-TOTALS-TRAILER-EXIT.
073230      EXIT.

073240  COMBIN-PAGE-HEAD.
073250      ADD 1 TO COMBIN-PAGE-COUNT.
073260      MOVE 'BY-SYMBOL CULL (COMBINLST)' TO
073270          HEADING-1-TITLE.
073280      MOVE COMBIN-PAGE-COUNT TO HEADING-1-PAGE.
073290      WRITE OUTPUT-LINE FROM HEADING-1
073300          AFTER ADVANCING PAGE.
073310      WRITE OUTPUT-LINE FROM HEADING-2
073320          AFTER ADVANCING 1 LINE.
073330      WRITE OUTPUT-LINE FROM COMBIN-TITLES
073340          AFTER ADVANCING 2 LINES.
073350      MOVE SPACES TO OUTPUT-LINE.
073360      WRITE OUTPUT-LINE AFTER ADVANCING 1 LINE.
073370      MOVE SPACES TO SYMBOL-COMP.
073380      MOVE SPACES TO ELEMENT-COMP.
073390      MOVE SPACES TO PPN-COMP.
073400      MOVE SPACES TO EXTENS-COMP.
073410      MOVE ZERO TO COMBIN-LINE-COUNT.
073420  COMBIN-PAGE-HEAD-EXIT.
073430      EXIT.

073440  SECTION-B-END.
073450* BY-SYMBOL OUTPUT COMPLETE.

073460* =====================================================
073470*  ELEMENT-INPUT-SECTION -- FEEDS THE BY-ELEMENT SORT
073480*  FROM THE SORT-LINES THE BY-SYMBOL PASS CAPTURED
073490*  INTO WORK-FILE.
073500* =====================================================
073510  ELEMENT-INPUT-SECTION SECTION.
073520  BEGIN-ELEMENT-INPUT.
073530  ELEMENT-CYCLE-LOOP.
073540      READ WORK-FILE; AT END GO TO ELEMENT-INPUT-DONE.
073550      MOVE WORK-SYMBOL-ID TO SYMBOL-ID-2.
073560      MOVE WORK-ELEMENT-ID TO ELEMENT-ID-2.
073570      MOVE WORK-PPN-ID TO PPN-ID-2.
073580      MOVE WORK-EXTENS-ID TO EXTENS-ID-2.
073590      MOVE WORK-SYMBOL-REFS TO SYMBOL-REFS-2.
073600      RELEASE SORT-LINE-2.
073610      GO TO ELEMENT-CYCLE-LOOP.
073620  ELEMENT-INPUT-DONE.
073630* ELEMENT SORT NOW PROCEEDS.

073640* =====================================================
073650*  ELEMENT-OUTPUT-SECTION -- BY-ELEMENT (REVERSE)
073660*  CROSS-REFERENCE, ONE SYMBOL MANIFEST PER ELEMENT.
073670* =====================================================
073680  ELEMENT-OUTPUT-SECTION SECTION.
073690  BEGIN-ELEMENT-OUTPUT.
073700      DISPLAY 'BY-ELEMENT SORT COMPLETE.  PRINTING'
073710          ' OUTPUT.'.
073720      MOVE SPACES TO ELEMENT-COMP-2.
073730      MOVE SPACES TO PPN-COMP-2.
073740      MOVE SPACES TO EXTENS-COMP-2.
073750      MOVE SPACES TO SYMBOL-COMP-2.
073760  ELEMENT-OUTPUT-LOOP.
073770      RETURN SORT-FILE-2 RECORD;
073780          AT END GO TO END-ELEMENT-OUTPUT.
073790      IF ELEMEN-LINE-COUNT IS NOT LESS THAN
073800              PAGE-LINE-LIMIT
073810          PERFORM ELEMEN-PAGE-HEAD THRU
073820              ELEMEN-PAGE-HEAD-EXIT.
073830      IF ELEMENT-COMP-2 IS EQUAL TO ELEMENT-ID-2 AND
073840          PPN-COMP-2 IS EQUAL TO PPN-ID-2 AND
073850          EXTENS-COMP-2 IS EQUAL TO EXTENS-ID-2
073860          MOVE SPACES TO ELEMENT-OUT-2
073870      ELSE
073880          MOVE ELEMENT-ID-2 TO ELEMENT-OUT-2
073890          MOVE SPACES TO SYMBOL-COMP-2.
073900      IF SYMBOL-COMP-2 IS EQUAL TO SYMBOL-ID-2
073910          MOVE SPACES TO SYMBOL-OUT-2
073920          MOVE SPACES TO PPN-OUT-2
073930          MOVE SPACES TO EXTENS-OUT-2
073940      ELSE
073950          MOVE SYMBOL-ID-2 TO SYMBOL-OUT-2
073960          MOVE PPN-ID-2 TO PPN-OUT-2
073970          MOVE EXTENS-ID-2 TO EXTENS-OUT-2.
073980      MOVE SYMBOL-REFS-2 TO REFS-OUT-2.
073990      WRITE ELEMENT-OUTPUT-LINE AFTER ADVANCING 1 LINE.
074000      ADD 1 TO ELEMEN-LINE-COUNT.
074010      PERFORM PUT-ELEM-MASTER-RECORD THRU
074020          PUT-ELEM-MASTER-RECORD-EXIT.
074030      MOVE ELEMENT-ID-2 TO ELEMENT-COMP-2.
074040      MOVE PPN-ID-2 TO PPN-COMP-2.
074050      MOVE EXTENS-ID-2 TO EXTENS-COMP-2.
074060      MOVE SYMBOL-ID-2 TO SYMBOL-COMP-2.
074070      GO TO ELEMENT-OUTPUT-LOOP.
074080  END-ELEMENT-OUTPUT.
074090      GO TO SECTION-C-END.

074100  PUT-ELEM-MASTER-RECORD.
074110      IF SELECTED-FILES-ACTIVE
074120          GO TO PUT-ELEM-MASTER-RECORD-EXIT.
074130      IF ELEMENT-ID-2 IS NOT EQUAL TO
074140              ELEMQ-CURRENT-ELEMENT
074150          MOVE ELEMENT-ID-2 TO ELEMQ-CURRENT-ELEMENT
074160          MOVE ZERO TO ELEMQ-SEQ-COUNT
074170          MOVE 'N' TO ELEMQ-CAP-SWITCH.
074180      IF ELEMQ-SEQ-COUNT IS EQUAL TO 9999
074190          PERFORM NOTE-ELEM-MASTER-CAP THRU
074200              NOTE-ELEM-MASTER-CAP-EXIT
074210          GO TO PUT-ELEM-MASTER-RECORD-EXIT.
074220      ADD 1 TO ELEMQ-SEQ-COUNT.
074230      MOVE ELEMENT-ID-2 TO ELEMQ-ELEMENT.
074240      MOVE ELEMQ-SEQ-COUNT TO ELEMQ-SEQ.
074250      MOVE SYMBOL-ID-2 TO ELEMQ-SYMBOL.
074260      MOVE PPN-ID-2 TO ELEMQ-PPN.
074270      MOVE EXTENS-ID-2 TO ELEMQ-EXTENS.
074280      MOVE ZERO TO DEFN-MARK-TALLY.
074290      INSPECT SYMBOL-REFS-2
074300          TALLYING DEFN-MARK-TALLY
074310          FOR ALL DEFN-MARK-CHAR.
074320      IF DEFN-MARK-TALLY IS GREATER THAN ZERO
074330          MOVE 'Y' TO ELEMQ-DEFN-FLAG
074340      ELSE
074350          MOVE 'N' TO ELEMQ-DEFN-FLAG.
074360      MOVE SYMBOL-REFS-2 TO ELEMQ-REFS.
074370      WRITE ELEM-MASTER-RECORD;
074380          INVALID KEY
074390              DISPLAY 'CULL: CULELEMAS WRITE FAILED.'.
074400  PUT-ELEM-MASTER-RECORD-EXIT.
074410      EXIT.
074420  NOTE-ELEM-MASTER-CAP.
074430      IF NOT ELEMQ-CAP-TOLD
074440          DISPLAY 'CULL: ELEMENT ' ELEMQ-CURRENT-ELEMENT
074450              ' HAS MORE THAN 9999 MASTER LINES --'
074460              ' REST NOT BANKED.'
074470          MOVE 'Y' TO ELEMQ-CAP-SWITCH.
074480  NOTE-ELEM-MASTER-CAP-EXIT.
074490      EXIT.

074500  ELEMEN-PAGE-HEAD.
074510      ADD 1 TO ELEMEN-PAGE-COUNT.
074520      MOVE 'BY-ELEMENT CULL (ELEMENLST)' TO
074530          HEADING-1-TITLE.
074540      MOVE ELEMEN-PAGE-COUNT TO HEADING-1-PAGE.
074550      WRITE ELEMENT-OUTPUT-LINE FROM HEADING-1
074560          AFTER ADVANCING PAGE.
074570      WRITE ELEMENT-OUTPUT-LINE FROM HEADING-2
074580          AFTER ADVANCING 1 LINE.
074590      WRITE ELEMENT-OUTPUT-LINE FROM ELEMEN-TITLES
074600          AFTER ADVANCING 2 LINES.
074610      MOVE SPACES TO ELEMENT-OUTPUT-LINE.
074620      WRITE ELEMENT-OUTPUT-LINE AFTER ADVANCING 1 LINE.
074630      MOVE SPACES TO ELEMENT-COMP-2.
074640      MOVE SPACES TO PPN-COMP-2.
074650      MOVE SPACES TO EXTENS-COMP-2.
074660      MOVE SPACES TO SYMBOL-COMP-2.
074670      MOVE ZERO TO ELEMEN-LINE-COUNT.
074680  ELEMEN-PAGE-HEAD-EXIT.
074690      EXIT.

074700  SECTION-C-END.
074710* HERE WE ARE, TOO!.

074720* =====================================================
074730*  AUX-INPUT-SECTION -- FEEDS THE ELEMENT-REPORTS
074740*  SORT FROM THE COMBINED DEADWOOD/DEPENDENCY RECORDS
074750*  THE BY-SYMBOL PASS CAPTURED INTO AUX-WORK.
074760* =====================================================
074770  AUX-INPUT-SECTION SECTION.
074780  BEGIN-AUX-INPUT.
074790  AUX-CYCLE-LOOP.
074800      READ AUX-WORK;
074810          AT END GO TO AUX-INPUT-DONE.
074820      MOVE AUXW-ELEMENT-ID TO ELEMENT-ID-3.
074830      MOVE AUXW-PPN-ID TO PPN-ID-3.
074840      MOVE AUXW-EXTENS-ID TO EXTENS-ID-3.
074850      MOVE AUXW-TYPE TO TYPE-ID-3.
074860      MOVE AUXW-ON-ELEMENT TO ON-ELEMENT-ID-3.
074870      MOVE AUXW-SYMBOL TO SYMBOL-ID-3.
074880      MOVE AUXW-TAKER-FLAG TO TAKER-FLAG-3.
074890      MOVE AUXW-LIBRARY TO LIBRARY-ID-3.
074900      RELEASE SORT-LINE-3.
074910      GO TO AUX-CYCLE-LOOP.
074920  AUX-INPUT-DONE.
074930* ELEMENT-REPORTS SORT NOW PROCEEDS.

074940* =====================================================
074950*  AUX-OUTPUT-SECTION -- ROUTES EACH RETURNED RECORD:
074960*  TYPE 'D' FEEDS THE CULDEDLST ACCOUNTING AND THE
074970*  DEFINED-SYMBOL MANIFESTS, TYPE 'L' PRINTS ONE
074980*  CULLIBLST LINE, TYPE 'P' PRINTS ONE CULDEPLST LINE,
074990*  BANKS ONE DEPENDENCY EDGE IN CORE AND, UNDER A
075000*  CULSUB REGISTER, COUNTS IT FOR CULSUBLST.  WITHIN
075010*  AN ELEMENT THE 'D' RECORDS SORT AHEAD OF THE 'L'
075020*  AND 'P' RECORDS, SO EACH SIDE SEES ITS OLD ORDER
075030*  UNCHANGED.
075040* =====================================================
075050  AUX-OUTPUT-SECTION SECTION.
075060  BEGIN-AUX-OUTPUT.
075070      MOVE SPACES TO DEADWOOD-CURRENT-ELEMENT.
075080      MOVE SPACES TO DEADWOOD-CURRENT-PPN.
075090      MOVE SPACES TO DEADWOOD-CURRENT-EXTENS.
075100      MOVE ZERO TO DEADWOOD-DEFN-COUNT.
075110      MOVE 'Y' TO DEADWOOD-CLEAN-SWITCH.
075120      MOVE SPACES TO DEPEND-COMP-ELEMENT.
075130      MOVE SPACES TO DEPEND-COMP-PPN.
075140      MOVE SPACES TO DEPEND-COMP-EXTENS.
075150      MOVE SPACES TO DEPEND-COMP-ON.
075160      MOVE SPACES TO LIBRARY-COMP-ELEMENT.
075170      MOVE SPACES TO LIBRARY-COMP-PPN.
075180      MOVE SPACES TO LIBRARY-COMP-EXTENS.
075190      MOVE SPACES TO LIBRARY-COMP-NAME.
075200      MOVE SPACES TO LIBRARY-COMP-MODULE.
075210  AUX-OUTPUT-LOOP.
075220      RETURN SORT-FILE-3 RECORD;
075230          AT END GO TO AUX-LAST-ELEMENT.
075240      IF TYPE-ID-3 IS EQUAL TO 'D'
075250          PERFORM HANDLE-DEADWOOD-RECORD THRU
075260              HANDLE-DEADWOOD-RECORD-EXIT
075270          GO TO AUX-OUTPUT-LOOP.
075280      IF TYPE-ID-3 IS EQUAL TO 'L'
075290          PERFORM HANDLE-LIBRARY-RECORD THRU
075300              HANDLE-LIBRARY-RECORD-EXIT
075310          GO TO AUX-OUTPUT-LOOP.
075320      PERFORM HANDLE-DEPEND-RECORD THRU
075330          HANDLE-DEPEND-RECORD-EXIT.
075340      GO TO AUX-OUTPUT-LOOP.
075350  AUX-LAST-ELEMENT.
075360      IF DEADWOOD-DEFN-COUNT IS GREATER THAN ZERO
075370          PERFORM FLUSH-DEADWOOD-ELEMENT THRU
075380              FLUSH-DEADWOOD-ELEMENT-EXIT.
075390      GO TO SECTION-D-END.

075400*  ONE CULDEDLST LINE PER ELEMENT ALL OF WHOSE
075410*  DEFINED GLOBALS CAME UP WITHOUT A TAKER OUTSIDE
075420*  THE ELEMENT.
075430  HANDLE-DEADWOOD-RECORD.
075440      IF DEADWOOD-DEFN-COUNT IS GREATER THAN ZERO AND
075450              (ELEMENT-ID-3 IS NOT EQUAL TO
075460                  DEADWOOD-CURRENT-ELEMENT OR
075470              PPN-ID-3 IS NOT EQUAL TO
075480                  DEADWOOD-CURRENT-PPN OR
075490              EXTENS-ID-3 IS NOT EQUAL TO
075500                  DEADWOOD-CURRENT-EXTENS)
075510          PERFORM FLUSH-DEADWOOD-ELEMENT THRU
075520              FLUSH-DEADWOOD-ELEMENT-EXIT.
075530      MOVE ELEMENT-ID-3 TO DEADWOOD-CURRENT-ELEMENT.
075540      MOVE PPN-ID-3 TO DEADWOOD-CURRENT-PPN.
075550      MOVE EXTENS-ID-3 TO DEADWOOD-CURRENT-EXTENS.
075560      ADD 1 TO DEADWOOD-DEFN-COUNT.
075570      PERFORM NOTE-DUP-MANIFEST THRU
075580          NOTE-DUP-MANIFEST-EXIT.
075590      IF TAKER-FLAG-3 IS EQUAL TO 'Y'
075600          MOVE 'N' TO DEADWOOD-CLEAN-SWITCH.
075610  HANDLE-DEADWOOD-RECORD-EXIT.
075620      EXIT.

075630*  ONE CULDEPLST LINE PER RESOLVED REFERENCE, GROUPED
075640*  BY DEPENDENT ELEMENT WITH THE USUAL REPEATED-FIELD
075650*  SUPPRESSION, ONE IN-CORE EDGE FOR THE BUILD-ORDER
075660*  AND IMPACT PASSES, AND ONE SUBSYSTEM COUNT.
075670  HANDLE-DEPEND-RECORD.
075680      IF DEPEND-COMP-ELEMENT IS EQUAL TO ELEMENT-ID-3
075690              AND
075700          DEPEND-COMP-PPN IS EQUAL TO PPN-ID-3 AND
075710          DEPEND-COMP-EXTENS IS EQUAL TO EXTENS-ID-3
075720          MOVE SPACES TO DEPEND-ELEMENT-OUT
075730          MOVE SPACES TO DEPEND-PPN-OUT
075740          MOVE SPACES TO DEPEND-EXTENS-OUT
075750      ELSE
075760          MOVE ELEMENT-ID-3 TO DEPEND-ELEMENT-OUT
075770          MOVE PPN-ID-3 TO DEPEND-PPN-OUT
075780          MOVE EXTENS-ID-3 TO DEPEND-EXTENS-OUT
075790          MOVE SPACES TO DEPEND-COMP-ON.
075800      IF DEPEND-COMP-ON IS EQUAL TO ON-ELEMENT-ID-3
075810          MOVE SPACES TO DEPEND-ON-OUT
075820      ELSE
075830          MOVE ON-ELEMENT-ID-3 TO DEPEND-ON-OUT.
075840      MOVE SYMBOL-ID-3 TO DEPEND-VIA-OUT.
075850      WRITE DEPEND-LINE.
075860      MOVE ELEMENT-ID-3 TO DEPEND-COMP-ELEMENT.
075870      MOVE PPN-ID-3 TO DEPEND-COMP-PPN.
075880      MOVE EXTENS-ID-3 TO DEPEND-COMP-EXTENS.
075890      MOVE ON-ELEMENT-ID-3 TO DEPEND-COMP-ON.
075900      PERFORM ADD-ONE-ORDER-EDGE THRU
075910          ADD-ONE-ORDER-EDGE-EXIT.
075920      IF SUBSYS-REG-ACTIVE
075930          PERFORM NOTE-SUBSYSTEM-EDGE THRU
075940              NOTE-SUBSYSTEM-EDGE-EXIT.
075950  HANDLE-DEPEND-RECORD-EXIT.
075960      EXIT.

075970*  ONE CULLIBLST LINE PER GLOBAL AN ELEMENT TAKES FROM
075980*  A CATALOGED SYSTEM LIBRARY, GROUPED BY ELEMENT AND
075990*  LIBRARY MODULE WITH THE SAME REPEATED-FIELD
076000*  SUPPRESSION AS CULDEPLST.  A LIBRARY MODULE IS NOT
076010*  A SWEPT ELEMENT, SO NO ORDER EDGE IS BANKED.
076020  HANDLE-LIBRARY-RECORD.
076030      IF LIBRARY-COMP-ELEMENT IS EQUAL TO ELEMENT-ID-3
076040              AND
076050          LIBRARY-COMP-PPN IS EQUAL TO PPN-ID-3 AND
076060          LIBRARY-COMP-EXTENS IS EQUAL TO EXTENS-ID-3
076070          MOVE SPACES TO LIBRARY-ELEMENT-OUT
076080          MOVE SPACES TO LIBRARY-PPN-OUT
076090          MOVE SPACES TO LIBRARY-EXTENS-OUT
076100      ELSE
076110          MOVE ELEMENT-ID-3 TO LIBRARY-ELEMENT-OUT
076120          MOVE PPN-ID-3 TO LIBRARY-PPN-OUT
076130          MOVE EXTENS-ID-3 TO LIBRARY-EXTENS-OUT
076140          MOVE SPACES TO LIBRARY-COMP-NAME
076150          MOVE SPACES TO LIBRARY-COMP-MODULE.
076160      IF LIBRARY-COMP-NAME IS EQUAL TO LIBRARY-ID-3 AND
076170          LIBRARY-COMP-MODULE IS EQUAL TO ON-ELEMENT-ID-3
076180          MOVE SPACES TO LIBRARY-NAME-OUT
076190          MOVE SPACES TO LIBRARY-MODULE-OUT
076200      ELSE
076210          MOVE LIBRARY-ID-3 TO LIBRARY-NAME-OUT
076220          MOVE ON-ELEMENT-ID-3 TO LIBRARY-MODULE-OUT.
076230      MOVE SYMBOL-ID-3 TO LIBRARY-VIA-OUT.
076240      WRITE LIBRARY-LINE.
076250      MOVE ELEMENT-ID-3 TO LIBRARY-COMP-ELEMENT.
076260      MOVE PPN-ID-3 TO LIBRARY-COMP-PPN.
076270      MOVE EXTENS-ID-3 TO LIBRARY-COMP-EXTENS.
076280      MOVE LIBRARY-ID-3 TO LIBRARY-COMP-NAME.
076290      MOVE ON-ELEMENT-ID-3 TO LIBRARY-COMP-MODULE.
076300  HANDLE-LIBRARY-RECORD-EXIT.
076310      EXIT.

076320*  CALLED ONCE PER 'P' RECORD AS THE SORT RETURNS IT
076330*  -- THE ONLY TIME THE DEPENDENCY EDGES ARE EVER
076340*  READ.  THE TABLES BANKED HERE ARE ONLY READ, NEVER
076350*  GROWN, BY THE MAINLINE BUILD-ORDER AND IMPACT
076360*  PASSES, SO EVERYTHING THIS OUTPUT PROCEDURE
076370*  PERFORMS STAYS INSIDE IT.
076380  ADD-ONE-ORDER-EDGE.
076390      MOVE ELEMENT-ID-3 TO ORDER-TARGET-ELEMENT.
076400      PERFORM FIND-OR-ADD-ORDER-NODE THRU
076410          FIND-OR-ADD-ORDER-NODE-EXIT.
076420      IF ORDER-NODE-FOUND-INDEX IS EQUAL TO ZERO
076430          GO TO ADD-ONE-ORDER-EDGE-EXIT.
076440      MOVE ORDER-NODE-FOUND-INDEX TO ORDER-WORK-NODE.
076450      MOVE ON-ELEMENT-ID-3 TO ORDER-TARGET-ELEMENT.
076460      PERFORM FIND-OR-ADD-ORDER-NODE THRU
076470          FIND-OR-ADD-ORDER-NODE-EXIT.
076480      IF ORDER-NODE-FOUND-INDEX IS EQUAL TO ZERO
076490          GO TO ADD-ONE-ORDER-EDGE-EXIT.
076500      MOVE 'N' TO ORDER-EDGE-DUP-SWITCH.
076510      PERFORM TEST-ONE-EDGE-DUP THRU
076520          TEST-ONE-EDGE-DUP-EXIT
076530          VARYING ORDER-EDGE-INDEX FROM 1 BY 1
076540          UNTIL ORDER-EDGE-INDEX IS GREATER THAN
076550              ORDER-EDGE-COUNT.
076560      IF ORDER-EDGE-DUPLICATE
076570          GO TO ADD-ONE-ORDER-EDGE-EXIT.
076580      IF ORDER-EDGE-COUNT IS EQUAL TO 2000
076590          PERFORM NOTE-ORDER-OVERFLOW THRU
076600              NOTE-ORDER-OVERFLOW-EXIT
076610          GO TO ADD-ONE-ORDER-EDGE-EXIT.
076620      ADD 1 TO ORDER-EDGE-COUNT.
076630      MOVE ORDER-WORK-NODE TO
076640          ORDER-EDGE-FROM (ORDER-EDGE-COUNT).
076650      MOVE ORDER-NODE-FOUND-INDEX TO
076660          ORDER-EDGE-TO (ORDER-EDGE-COUNT).
076670      MOVE SYMBOL-ID-3 TO
076680          ORDER-EDGE-SYMBOL (ORDER-EDGE-COUNT).
076690  ADD-ONE-ORDER-EDGE-EXIT.
076700      EXIT.
076710  TEST-ONE-EDGE-DUP.
076720      IF ORDER-EDGE-FROM (ORDER-EDGE-INDEX) IS EQUAL TO
076730              ORDER-WORK-NODE AND
076740          ORDER-EDGE-TO (ORDER-EDGE-INDEX) IS EQUAL TO
076750              ORDER-NODE-FOUND-INDEX
076760          MOVE 'Y' TO ORDER-EDGE-DUP-SWITCH.
076770  TEST-ONE-EDGE-DUP-EXIT.
076780      EXIT.
076790  FIND-OR-ADD-ORDER-NODE.
076800      MOVE ZERO TO ORDER-NODE-FOUND-INDEX.
076810      PERFORM TEST-ONE-ORDER-NODE THRU
076820          TEST-ONE-ORDER-NODE-EXIT
076830          VARYING ORDER-NODE-INDEX FROM 1 BY 1
076840          UNTIL ORDER-NODE-INDEX IS GREATER THAN
076850              ORDER-NODE-COUNT.
076860      IF ORDER-NODE-FOUND-INDEX IS GREATER THAN ZERO
076870          GO TO FIND-OR-ADD-ORDER-NODE-EXIT.
076880      IF ORDER-NODE-COUNT IS EQUAL TO 500
076890          PERFORM NOTE-ORDER-OVERFLOW THRU
076900              NOTE-ORDER-OVERFLOW-EXIT
076910          GO TO FIND-OR-ADD-ORDER-NODE-EXIT.
076920      ADD 1 TO ORDER-NODE-COUNT.
076930      MOVE ORDER-TARGET-ELEMENT TO
076940          ORDER-NODE-ELEMENT (ORDER-NODE-COUNT).
076950      MOVE ZERO TO ORDER-NODE-LEVEL (ORDER-NODE-COUNT).
076960      MOVE ORDER-NODE-COUNT TO ORDER-NODE-FOUND-INDEX.
076970  FIND-OR-ADD-ORDER-NODE-EXIT.
076980      EXIT.
076990  TEST-ONE-ORDER-NODE.
077000      IF ORDER-NODE-ELEMENT (ORDER-NODE-INDEX) IS EQUAL
077010              TO ORDER-TARGET-ELEMENT
077020          MOVE ORDER-NODE-INDEX TO
077030              ORDER-NODE-FOUND-INDEX.
077040  TEST-ONE-ORDER-NODE-EXIT.
077050      EXIT.
077060  NOTE-ORDER-OVERFLOW.
077070      IF NOT ORDER-TABLE-FULL
077080          DISPLAY 'CULL: DEPENDENCY DATA EXCEEDS THE'
077090              ' EDGE TABLES -- CULORDLST AND CULIMPLST'
077100              ' ARE INCOMPLETE.'
077110          MOVE 'Y' TO ORDER-FULL-SWITCH.
077120  NOTE-ORDER-OVERFLOW-EXIT.
077130      EXIT.
077140  FLUSH-DEADWOOD-ELEMENT.
077150      IF DEADWOOD-CLEAN
077160          MOVE DEADWOOD-CURRENT-ELEMENT TO
077170              DEADWOOD-ELEMENT-OUT
077180          MOVE DEADWOOD-CURRENT-PPN TO
077190              DEADWOOD-PPN-OUT
077200          MOVE DEADWOOD-CURRENT-EXTENS TO
077210              DEADWOOD-EXTENS-OUT
077220          MOVE DEADWOOD-DEFN-COUNT TO
077230              DEADWOOD-COUNT-OUT
077240          MOVE 'DEFINED GLOBALS, NO OUTSIDE TAKERS' TO
077250              DEADWOOD-TEXT-OUT
077260          WRITE DEADWOOD-LINE
077270          ADD 1 TO DEADWOOD-ELEMENT-COUNT
077280          PERFORM NOTE-DEAD-NOW THRU
077290              NOTE-DEAD-NOW-EXIT.
077300      MOVE ZERO TO DEADWOOD-DEFN-COUNT.
077310      MOVE 'Y' TO DEADWOOD-CLEAN-SWITCH.
077320  FLUSH-DEADWOOD-ELEMENT-EXIT.
077330      EXIT.
077340  NOTE-DEAD-NOW.
077350      IF DEAD-NOW-COUNT IS EQUAL TO 500
077360          PERFORM NOTE-DEAD-NOW-OVERFLOW THRU
077370              NOTE-DEAD-NOW-OVERFLOW-EXIT
077380          GO TO NOTE-DEAD-NOW-EXIT.
077390      ADD 1 TO DEAD-NOW-COUNT.
077400      MOVE DEADWOOD-CURRENT-ELEMENT TO
077410          DN-ELEMENT (DEAD-NOW-COUNT).
077420      MOVE DEADWOOD-CURRENT-PPN TO
077430          DN-PPN (DEAD-NOW-COUNT).
077440      MOVE DEADWOOD-CURRENT-EXTENS TO
077450          DN-EXTENS (DEAD-NOW-COUNT).
077460  NOTE-DEAD-NOW-EXIT.
077470      EXIT.
077480  NOTE-DEAD-NOW-OVERFLOW.
077490      IF NOT DEAD-NOW-FULL
077500          DISPLAY 'CULL: MORE THAN 500 DEADWOOD'
077510              ' ELEMENTS -- AGING IS INCOMPLETE.'
077520          MOVE 'Y' TO DEAD-NOW-FULL-SWITCH.
077530  NOTE-DEAD-NOW-OVERFLOW-EXIT.
077540      EXIT.
077550*  ONE MANIFEST SLOT PER (ELEMENT, PPN, EXTENSION) --
077560*  THE SORT KEY ORDER -- SO EVERY SLOT'S SYMBOLS
077570*  ARRIVE TOGETHER AND ASCENDING AND THE TAIL ENTRY
077580*  IS ALWAYS THE ONE BEING FILLED.  AN ELEMENT SWEPT
077590*  UNDER TWO LISTING EXTENSIONS GETS TWO SLOTS; THE
077600*  PAIR COMPARE SKIPS SUCH TWINS.
077610  NOTE-DUP-MANIFEST.
077620      IF DUP-ELEM-COUNT IS GREATER THAN ZERO AND
077630              DUP-ELEMENT (DUP-ELEM-COUNT) IS EQUAL TO
077640                  ELEMENT-ID-3 AND
077650              DUP-PPN (DUP-ELEM-COUNT) IS EQUAL TO
077660                  PPN-ID-3 AND
077670              DUP-EXTENS (DUP-ELEM-COUNT) IS EQUAL TO
077680                  EXTENS-ID-3
077690          GO TO NOTE-DUP-ADD-SYMBOL.
077700      IF DUP-ELEM-COUNT IS EQUAL TO 200
077710          PERFORM NOTE-DUP-OVERFLOW THRU
077720              NOTE-DUP-OVERFLOW-EXIT
077730          GO TO NOTE-DUP-MANIFEST-EXIT.
077740      ADD 1 TO DUP-ELEM-COUNT.
077750      MOVE ELEMENT-ID-3 TO DUP-ELEMENT (DUP-ELEM-COUNT).
077760      MOVE PPN-ID-3 TO DUP-PPN (DUP-ELEM-COUNT).
077770      MOVE EXTENS-ID-3 TO DUP-EXTENS (DUP-ELEM-COUNT).
077780      MOVE ZERO TO DUP-SYMBOL-COUNT (DUP-ELEM-COUNT).
077790  NOTE-DUP-ADD-SYMBOL.
077800      IF DUP-SYMBOL-COUNT (DUP-ELEM-COUNT) IS EQUAL
077810              TO 50
077820          PERFORM NOTE-DUP-OVERFLOW THRU
077830              NOTE-DUP-OVERFLOW-EXIT
077840          GO TO NOTE-DUP-MANIFEST-EXIT.
077850      ADD 1 TO DUP-SYMBOL-COUNT (DUP-ELEM-COUNT).
077860      MOVE DUP-SYMBOL-COUNT (DUP-ELEM-COUNT) TO DUP-SX.
077870      MOVE SYMBOL-ID-3 TO
077880          DUP-SYMBOL (DUP-ELEM-COUNT, DUP-SX).
077890  NOTE-DUP-MANIFEST-EXIT.
077900      EXIT.
077910  NOTE-DUP-OVERFLOW.
077920      IF NOT DUP-TABLE-FULL
077930          DISPLAY 'CULL: DEFINED-SYMBOL MANIFESTS'
077940              ' EXCEED THE TABLES -- CULDUPLST IS'
077950              ' INCOMPLETE.'
077960          MOVE 'Y' TO DUP-FULL-SWITCH.
077970  NOTE-DUP-OVERFLOW-EXIT.
077980      EXIT.
077990*  ONE MATRIX COUNT PER RESOLVED REFERENCE, AND ONE
078000*  CULSBW.TMP RECORD WHEN IT CROSSES A SUBSYSTEM
078010*  BOUNDARY.  THE CALLER'S SUBSYSTEM IS KEPT ACROSS
078020*  ITS RUN OF RECORDS.  A PUBLISHED GLOBAL COUNTS AS
078030*  USED WHOEVER TAKES IT FROM OUTSIDE, BUT NOTHING IS
078040*  FLAGGED WHEN EITHER SIDE IS IN NO SUBSYSTEM.
078050  NOTE-SUBSYSTEM-EDGE.
078060      IF ELEMENT-ID-3 IS NOT EQUAL TO SUBSYS-FROM-ELEMENT
078070          MOVE ELEMENT-ID-3 TO SUBSYS-WANT-ELEMENT
078080          PERFORM FIND-ELEMENT-SUBSYSTEM THRU
078090              FIND-ELEMENT-SUBSYSTEM-EXIT
078100          MOVE ELEMENT-ID-3 TO SUBSYS-FROM-ELEMENT
078110          MOVE SUBSYS-FOUND-INDEX TO SUBSYS-FROM-INDEX.
078120      MOVE ON-ELEMENT-ID-3 TO SUBSYS-WANT-ELEMENT.
078130      PERFORM FIND-ELEMENT-SUBSYSTEM THRU
078140          FIND-ELEMENT-SUBSYSTEM-EXIT.
078150      MOVE SUBSYS-FOUND-INDEX TO SUBSYS-TO-INDEX.
078160      ADD 1 TO SUBSYS-CELL (SUBSYS-FROM-INDEX,
078170          SUBSYS-TO-INDEX).
078180      IF SUBSYS-FROM-INDEX IS EQUAL TO SUBSYS-TO-INDEX
078190          GO TO NOTE-SUBSYSTEM-EDGE-EXIT.
078200      ADD 1 TO SUBSYS-CROSSING-COUNT.
078210      MOVE ELEMENT-ID-3 TO SUBW-ELEMENT.
078220      MOVE PPN-ID-3 TO SUBW-PPN.
078230      MOVE EXTENS-ID-3 TO SUBW-EXTENS.
078240      MOVE SUBSYS-FROM-INDEX TO SUBW-FROM-INDEX.
078250      MOVE ON-ELEMENT-ID-3 TO SUBW-ON-ELEMENT.
078260      MOVE SUBSYS-TO-INDEX TO SUBW-TO-INDEX.
078270      MOVE SYMBOL-ID-3 TO SUBW-SYMBOL.
078280      MOVE 'N' TO SUBW-INTERNAL-FLAG.
078290      MOVE 'N' TO SUBW-FORBID-FLAG.
078300      IF SUBSYS-TO-INDEX IS EQUAL TO SUBSYS-NONE-INDEX
078310          GO TO NOTE-SUBSYSTEM-EDGE-WRITE.
078320      MOVE 'N' TO SUBSYS-PUBLIC-SWITCH.
078330      PERFORM TEST-ONE-SUBSYS-PUBLIC THRU
078340          TEST-ONE-SUBSYS-PUBLIC-EXIT
078350          VARYING SUBSYS-PUBLIC-INDEX FROM 1 BY 1
078360          UNTIL SUBSYS-PUBLIC-INDEX IS GREATER THAN
078370              SUBSYS-PUBLIC-COUNT OR SUBSYS-PUBLIC-FOUND.
078380      IF SUBSYS-FROM-INDEX IS EQUAL TO SUBSYS-NONE-INDEX
078390          GO TO NOTE-SUBSYSTEM-EDGE-WRITE.
078400      IF NOT SUBSYS-PUBLIC-FOUND
078410          MOVE 'Y' TO SUBW-INTERNAL-FLAG
078420          ADD 1 TO SUBSYS-INTERNAL-COUNT.
078430      IF SUBSYS-CALL-ANY (SUBSYS-FROM-INDEX) IS NOT EQUAL
078440              TO 'Y' AND
078450          SUBSYS-ALLOWED (SUBSYS-FROM-INDEX,
078460              SUBSYS-TO-INDEX) IS NOT EQUAL TO 'Y'
078470          MOVE 'Y' TO SUBW-FORBID-FLAG
078480          ADD 1 TO SUBSYS-FORBID-COUNT.
078490  NOTE-SUBSYSTEM-EDGE-WRITE.
078500      WRITE SUBSYSTEM-WORK-LINE.
078510  NOTE-SUBSYSTEM-EDGE-EXIT.
078520      EXIT.
078530  TEST-ONE-SUBSYS-PUBLIC.
078540      IF SUBP-SYMBOL (SUBSYS-PUBLIC-INDEX) IS EQUAL TO
078550              SYMBOL-ID-3 AND
078560          SUBP-SUBSYS (SUBSYS-PUBLIC-INDEX) IS EQUAL TO
078570              SUBSYS-TO-INDEX
078580          MOVE 'Y' TO SUBP-USED (SUBSYS-PUBLIC-INDEX)
078590          MOVE 'Y' TO SUBSYS-PUBLIC-SWITCH.
078600  TEST-ONE-SUBSYS-PUBLIC-EXIT.
078610      EXIT.
078620*  THE HIGHEST-RANKING CLAIM ON THE ELEMENT WINS (SEE
078630*  SUBSYS-CLAIM-TABLE).  NO CLAIM AT ALL MEANS *NONE*.
078640  FIND-ELEMENT-SUBSYSTEM.
078650      MOVE SUBSYS-NONE-INDEX TO SUBSYS-FOUND-INDEX.
078660      MOVE ZERO TO SUBSYS-BEST-RANK.
078670      PERFORM TEST-ONE-SUBSYS-CLAIM THRU
078680          TEST-ONE-SUBSYS-CLAIM-EXIT
078690          VARYING SUBSYS-CLAIM-INDEX FROM 1 BY 1
078700          UNTIL SUBSYS-CLAIM-INDEX IS GREATER THAN
078710              SUBSYS-CLAIM-COUNT.
078720  FIND-ELEMENT-SUBSYSTEM-EXIT.
078730      EXIT.
078740  TEST-ONE-SUBSYS-CLAIM.
078750      IF SUBC-RANK (SUBSYS-CLAIM-INDEX) IS NOT GREATER THAN
078760              SUBSYS-BEST-RANK
078770          GO TO TEST-ONE-SUBSYS-CLAIM-EXIT.
078780      IF SUBC-KIND (SUBSYS-CLAIM-INDEX) IS EQUAL TO 'X'
078790          GO TO TEST-ONE-SUBSYS-CLAIM-PREFIX.
078800      IF SUBC-VALUE (SUBSYS-CLAIM-INDEX) IS EQUAL TO
078810              SUBSYS-WANT-ELEMENT
078820          MOVE SUBC-RANK (SUBSYS-CLAIM-INDEX) TO
078830              SUBSYS-BEST-RANK
078840          MOVE SUBC-SUBSYS (SUBSYS-CLAIM-INDEX) TO
078850              SUBSYS-FOUND-INDEX.
078860      GO TO TEST-ONE-SUBSYS-CLAIM-EXIT.
078870  TEST-ONE-SUBSYS-CLAIM-PREFIX.
078880      MOVE 'N' TO SUBSYS-MISS-SWITCH.
078890      PERFORM TEST-ONE-SUBSYS-CHAR THRU
078900          TEST-ONE-SUBSYS-CHAR-EXIT
078910          VARYING SUBSYS-CHAR-INDEX FROM 1 BY 1
078920          UNTIL SUBSYS-CHAR-INDEX IS GREATER THAN 6.
078930      IF NOT SUBSYS-PREFIX-MISSED
078940          MOVE SUBC-RANK (SUBSYS-CLAIM-INDEX) TO
078950              SUBSYS-BEST-RANK
078960          MOVE SUBC-SUBSYS (SUBSYS-CLAIM-INDEX) TO
078970              SUBSYS-FOUND-INDEX.
078980  TEST-ONE-SUBSYS-CLAIM-EXIT.
078990      EXIT.
079000  TEST-ONE-SUBSYS-CHAR.
079010      IF SUBC-CHAR (SUBSYS-CLAIM-INDEX, SUBSYS-CHAR-INDEX)
079020              IS EQUAL TO SPACE
079030          GO TO TEST-ONE-SUBSYS-CHAR-EXIT.
079040      IF SUBC-CHAR (SUBSYS-CLAIM-INDEX, SUBSYS-CHAR-INDEX)
079050              IS NOT EQUAL TO
079060          SUBSYS-WANT-CHAR (SUBSYS-CHAR-INDEX)
079070          MOVE 'Y' TO SUBSYS-MISS-SWITCH.
079080  TEST-ONE-SUBSYS-CHAR-EXIT.
079090      EXIT.
079100  SECTION-D-END.
079110* DEADWOOD AND DEPENDENCY REPORTS COMPLETE.
