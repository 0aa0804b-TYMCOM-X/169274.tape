000010  IDENTIFICATION DIVISION.
000020  PROGRAM-ID.  CULXPT.
000030  AUTHOR.  R T LOWELL.
000040  INSTALLATION.  NATIONAL INSTITUTES OF HEALTH,
000050      BETHESDA, MARYLAND 20014
000060  DATE-WRITTEN.  OCTOBER 15, 2026.
000070  DATE-COMPILED.
000080  SECURITY.  UNCLASSIFIED.
000090  REMARKS.
000100      CROSS-REFERENCE INTERCHANGE EXPORT.  CULXPT WRITES
000110      WHAT THE LAST FULL CULL BANKED ON CULSYM.MAS, AND
000120      THE DEPENDENCIES CULL RESOLVES FROM IT FOR
000130      CULDEPLST, AS ONE FIXED-FORMAT INTERCHANGE FILE
000140      ANOTHER SITE OR ANOTHER SYSTEM CAN LOAD WITHOUT
000150      KNOWING ANYTHING ABOUT CULL'S OWN FILES.

000160      THE CONTROL DECK IS CULXPT.DAT (SAME DEVICE AS THE
000170      MASTERS) AND MUST BE PRESENT.  KEYWORD IN COLUMNS
000180      1-8, VALUE FROM COLUMN 9:
000190          SITE    NIH       WHO IS SENDING, UP TO 8
000200                            CHARACTERS (DEFAULT NIH).
000210          DEST    NBS       WHO THE FILE IS FOR, UP TO 8
000220                            CHARACTERS.  REQUIRED; WITH
000230                            NO DEST CARD NOTHING IS
000240                            EXPORTED.
000250          MODE    FULL      FULL (THE DEFAULT) EXPORTS THE
000260                            WHOLE SWEEP.  CHANGE EXPORTS
000270                            ONLY WHAT CHANGED SINCE THE
000280                            LAST EXPORT (SEE BELOW).
000290          VOLUME  XR0417    THE TAPE REEL THE FILE IS TO
000300                            GO OUT ON, UP TO 6 CHARACTERS.
000310                            CARRIED IN THE HEADER AND THE
000320                            LOG ONLY.
000330      CARDS THAT CANNOT BE UNDERSTOOD ARE ANNOUNCED ON
000340      THE TTY AND IGNORED.

000350      THE INTERCHANGE FILE IS CULXCH.DAT.  TO WRITE IT
000360      STRAIGHT TO TAPE, CHANGE THE DEVICE IN THE SELECT
000370      FOR INTERCHANGE-FILE (OR GIVE THE TAPE DRIVE THE
000380      LOGICAL NAME IT IS ASSIGNED TO); OTHERWISE COPY IT
000390      TO THE REEL NAMED ON THE VOLUME CARD.  EVERY RECORD
000400      IS 200 ASCII CHARACTERS, FIXED, AND ENDS WITH ITS
000410      RECORD SEQUENCE NUMBER IN 193-200 (THE HEADER IS
000420      1).  NUMBERS ARE UNSIGNED DECIMAL, ZERO FILLED;
000430      TEXT IS LEFT JUSTIFIED, SPACE FILLED.  A PPN IS
000440      WRITTEN AS 12 OCTAL DIGITS, PROJECT THEN
000450      PROGRAMMER, SO [13,20] IS 000013000020.

000460      HEADER, ONE, FIRST:
000470          1       H
000480          2       SPACE
000490          3-8     CULXCH (THE FORMAT)
000500          9-10    01 (THE FORMAT VERSION)
000510          11-18   SITE
000520          19-26   DEST
000530          27-32   EXPORT NUMBER (SEE THE LOG BELOW)
000540          33-38   EXPORT DATE, YYMMDD
000550          39-42   EXPORT TIME, HHMM
000560          43      MODE, F FULL OR C CHANGE
000570          44-49   BASIS EXPORT NUMBER (CHANGE ONLY)
000580          50-55   BASIS CULL GENERATION (CHANGE ONLY)
000590          56-61   CULL GENERATION EXPORTED
000600          62-67   DATE OF THAT CULL, YYMMDD
000610          68-71   TIME OF THAT CULL, HHMM
000620          72-77   VOLUME
000630          78      HOW MANY EXTENSIONS WERE SWEPT
000640          79-90   THE EXTENSIONS, 3 EACH
000650          91      HOW MANY PPNS WERE SWEPT
000660          92-187  THE PPNS, 12 EACH
000670      DETAIL RECORDS, IN SYMBOL ORDER; WITHIN A SYMBOL
000680      ITS REFERENCE RECORDS, THEN ITS DEFINITION
000690      RECORDS, THEN ITS DEPENDENCY RECORDS, EACH IN
000700      ELEMENT, PPN, EXTENSION AND PART ORDER:
000710          1       TYPE, R, S OR D
000720          2       ACTION -- F IN A FULL EXPORT; IN A
000730                  CHANGE EXPORT A ADDED, C CHANGED OR
000740                  X DELETED (A DELETED RECORD CARRIES
000750                  WHAT WAS LAST SENT)
000760          3-8     SYMBOL
000770          9-14    ELEMENT
000780          15-26   PPN
000790          27-29   EXTENSION
000800          30-33   PART (R ONLY, ELSE ZERO)
000810      R -- REFERENCE, ONE PER CULSYM.MAS RECORD: THE
000820      SYMBOL'S CROSS-REFERENCE LINES IN ONE ELEMENT.
000830      PART COUNTS THE RECORDS OF THAT ELEMENT FROM 1.
000840          34      Y IF THE RECORD CARRIES A DEFINING
000850                  LINE, ELSE N
000860          35-154  THE LINE NUMBERS, AS CREF GAVE THEM
000870      S -- DEFINITION, ONE PER ELEMENT THAT DEFINES THE
000880      SYMBOL:
000890          34      P IF THIS IS THE DEFINITION CULL
000900                  RESOLVES REFERENCES TO (THE FIRST),
000910                  ELSE SPACE
000920          35-38   HOW MANY R RECORDS THE ELEMENT HAS
000930      D -- DEPENDENCY, ONE PER CULDEPLST LINE: THE
000940      ELEMENT ABOVE TAKES THE SYMBOL FROM
000950          34-39   ELEMENT
000960          40-51   PPN
000970          52-54   EXTENSION
000980      TRAILER, ONE, LAST:
000990          1       T
001000          2       SPACE
001010          3-8     CULXCH
001020          9-14    EXPORT NUMBER
001030          15-22   R RECORDS
001040          23-30   S RECORDS
001050          31-38   D RECORDS
001060          39-46   ALL DETAIL RECORDS
001070          47-54   ADDED
001080          55-62   CHANGED
001090          63-70   DELETED
001100          71-78   ALL RECORDS, HEADER AND TRAILER
001110                  INCLUDED
001120          79-96   HASH TOTAL OF THE PPN FIELD (15-26)
001130                  OF EVERY DETAIL RECORD, TAKEN AS A
001140                  DECIMAL NUMBER
001150          97-106  HASH TOTAL OF THE PART FIELD
001160          107     Y IF THE EXPORT IS COMPLETE; N IF A
001170                  TABLE FILLED AND IT MUST NOT BE USED
001180      A RECEIVING SITE SHOULD CHECK THE COUNTS, THE HASH
001190      TOTALS AND THE SEQUENCE NUMBERS BEFORE LOADING,
001200      AND SHOULD LOAD A CHANGE EXPORT ONLY ON TOP OF THE
001210      EXPORT NAMED AS ITS BASIS.

001220      EVERY EXPORT ALSO WRITES ITS OWN DETAIL RECORDS,
001230      UNDER ITS HEADER, TO CULXPB.TMP, COPIED OVER
001240      CULXPB.DAT WHEN THE EXPORT IS DONE.  A CHANGE
001250      EXPORT COMPARES THE SWEEP WITH CULXPB.DAT, RECORD
001260      BY RECORD.  IF THERE IS NO CULXPB.DAT, OR THE LAST
001270      EXPORT WENT TO ANOTHER DEST, A FULL EXPORT IS MADE
001280      INSTEAD AND THE TTY SAYS SO.

001290      EVERY FINISHED EXPORT ADDS ONE RECORD TO THE
001300      PERMANENT CULXPL.DAT EXPORT LOG: EXPORT NUMBER,
001310      DATE AND TIME, SITE, DEST, VOLUME, MODE, CULL
001320      GENERATION, BASIS, THE TRAILER COUNTS AND THE HASH
001330      TOTALS.  EXPORTS ARE NUMBERED FROM THE LOG, ONE
001340      HIGHER THAN THE LAST.  AN EXPORT WHOSE TABLES
001350      FILLED IS NEITHER LOGGED NOR KEPT AS A BASIS.

001360      RUN CULL FIRST: CULXPT ONLY READS WHAT THE LAST
001370      FULL SWEEP BANKED, AND EXPORTS NOTHING FROM A SET
001380      THAT CULL LEFT PART WAY THROUGH ITS COMMIT OR WHOSE
001390      MASTERS ARE NOT BOTH OF ONE GENERATION.

001400      MODIFICATION HISTORY.
001410      15 OCT 26  RTL  ORIGINAL.

001420  ENVIRONMENT DIVISION.
001430  CONFIGURATION SECTION.
001440  SOURCE-COMPUTER.  DECSYSTEM-10.
001450  OBJECT-COMPUTER.  DECSYSTEM-10.
001460  INPUT-OUTPUT SECTION.
001470  FILE-CONTROL.
001480      SELECT SYM-MASTER ASSIGN TO DSK
001490          ORGANIZATION IS INDEXED
001500          ACCESS MODE IS SEQUENTIAL
001510          RECORD KEY IS SYMQ-KEY
001520          FILE STATUS IS SYM-MASTER-STATUS.
001530      SELECT ELEM-MASTER ASSIGN TO DSK
001540          ORGANIZATION IS INDEXED
001550          ACCESS MODE IS SEQUENTIAL
001560          RECORD KEY IS ELEMQ-KEY
001570          FILE STATUS IS ELEM-MASTER-STATUS.
001580      SELECT RUN-CONTROL ASSIGN TO DSK
001590          ACCESS MODE IS SEQUENTIAL
001600          RECORDING MODE IS ASCII
001610          FILE STATUS IS RUN-CONTROL-STATUS.
001620      SELECT EXPORT-DECK ASSIGN TO DSK
001630          ACCESS MODE IS SEQUENTIAL
001640          RECORDING MODE IS ASCII
001650          FILE STATUS IS EXPORT-DECK-STATUS.
001660      SELECT INTERCHANGE-FILE ASSIGN TO DSK
001670          ACCESS MODE IS SEQUENTIAL
001680          RECORDING MODE IS ASCII
001690          FILE STATUS IS INTERCHANGE-STATUS.
001700      SELECT EXPORT-BASIS ASSIGN TO DSK
001710          ACCESS MODE IS SEQUENTIAL
001720          RECORDING MODE IS ASCII
001730          FILE STATUS IS EXPORT-BASIS-STATUS.
001740      SELECT NEW-EXPORT-BASIS ASSIGN TO DSK
001750          ACCESS MODE IS SEQUENTIAL
001760          RECORDING MODE IS ASCII
001770          FILE STATUS IS NEW-EXPORT-BASIS-STATUS.
001780      SELECT EXPORT-LOG ASSIGN TO DSK
001790          ACCESS MODE IS SEQUENTIAL
001800          RECORDING MODE IS ASCII
001810          FILE STATUS IS EXPORT-LOG-STATUS.

001820  DATA DIVISION.
001830  FILE SECTION.
001840  FD SYM-MASTER LABEL RECORDS ARE STANDARD
001850      VALUE OF IDENTIFICATION IS SYM-MASTER-NAME
001860      DATA RECORDS ARE SYM-MASTER-RECORD, SYM-STAMP-RECORD.
001870  01 SYM-MASTER-RECORD.
001880      02 SYMQ-KEY.
001890          03 SYMQ-SYMBOL PICTURE X(6).
001900          03 SYMQ-SEQ PICTURE 9(4).
001910      02 SYMQ-ELEMENT PICTURE X(6).
001920      02 SYMQ-PPN PICTURE X(6).
001930      02 SYMQ-EXTENS PICTURE X(3).
001940      02 SYMQ-DEFN-FLAG PICTURE X(1).
001950      02 SYMQ-REFS PICTURE X(120).
001960* THE STAMP RECORD CULL PUTS AHEAD OF EVERY REAL KEY.
001970  01 SYM-STAMP-RECORD.
001980      02 FILLER PICTURE X(26).
001990      02 SYMS-GENERATION PICTURE 9(6).
002000      02 FILLER PICTURE X(114).
002010  FD ELEM-MASTER LABEL RECORDS ARE STANDARD
002020      VALUE OF IDENTIFICATION IS ELEM-MASTER-NAME
002030      DATA RECORDS ARE ELEM-MASTER-RECORD,
002040          ELEM-STAMP-RECORD.
002050  01 ELEM-MASTER-RECORD.
002060      02 ELEMQ-KEY.
002070          03 ELEMQ-ELEMENT PICTURE X(6).
002080          03 ELEMQ-SEQ PICTURE 9(4).
002090      02 ELEMQ-SYMBOL PICTURE X(6).
002100      02 ELEMQ-PPN PICTURE X(6).
002110      02 ELEMQ-EXTENS PICTURE X(3).
002120      02 ELEMQ-DEFN-FLAG PICTURE X(1).
002130      02 ELEMQ-REFS PICTURE X(120).
002140  01 ELEM-STAMP-RECORD.
002150      02 FILLER PICTURE X(26).
002160      02 ELEMS-GENERATION PICTURE 9(6).
002170      02 FILLER PICTURE X(114).
002180* THE CULL RUN CONTROL RECORD (SEE CULL).
002190  FD RUN-CONTROL LABEL RECORDS ARE STANDARD
002200      VALUE OF IDENTIFICATION IS RUN-CONTROL-NAME
002210      DATA RECORDS ARE RUN-CONTROL-LINE.
002220  01 RUN-CONTROL-LINE.
002230      02 CTL-GENERATION PICTURE 9(6).
002240      02 FILLER PICTURE X(1).
002250      02 CTL-RUN-DATE.
002260          03 CTL-RUN-YY PICTURE X(2).
002270          03 CTL-RUN-MM PICTURE X(2).
002280          03 CTL-RUN-DD PICTURE X(2).
002290      02 FILLER PICTURE X(1).
002300      02 CTL-RUN-TIME.
002310          03 CTL-RUN-HH PICTURE X(2).
002320          03 CTL-RUN-MIN PICTURE X(2).
002330      02 FILLER PICTURE X(1).
002340      02 CTL-STATE PICTURE X(1).
002350      02 FILLER PICTURE X(1).
002360      02 CTL-PPNS PICTURE X(56).
002370      02 CTL-EXTS PICTURE X(16).
002380  FD EXPORT-DECK LABEL RECORDS ARE STANDARD
002390      VALUE OF IDENTIFICATION IS EXPORT-DECK-NAME
002400      DATA RECORDS ARE DECK-LINE.
002410  01 DECK-LINE.
002420      02 DECK-KEYWORD PICTURE X(8).
002430      02 DECK-VALUE PICTURE X(72).
002440* THE INTERCHANGE FILE.  THE RECORDS ARE BUILT IN
002450* WORKING-STORAGE (SEE REMARKS FOR THE LAYOUTS).
002460  FD INTERCHANGE-FILE LABEL RECORDS ARE STANDARD
002470      VALUE OF IDENTIFICATION IS INTERCHANGE-NAME
002480      DATA RECORDS ARE INTERCHANGE-LINE.
002490  01 INTERCHANGE-LINE PICTURE X(200).
002500* THE LAST EXPORT'S HEADER AND DETAIL RECORDS, THE
002510* DETAILS WITH ACTION AND SEQUENCE NUMBER LEFT BLANK.
002520  FD EXPORT-BASIS LABEL RECORDS ARE STANDARD
002530      VALUE OF IDENTIFICATION IS EXPORT-BASIS-NAME
002540      DATA RECORDS ARE EXPORT-BASIS-LINE.
002550  01 EXPORT-BASIS-LINE.
002560      02 XB-TYPE PICTURE X(1).
002570      02 XB-ACTION PICTURE X(1).
002580      02 XB-SYMBOL PICTURE X(6).
002590      02 XB-ELEMENT PICTURE X(6).
002600      02 XB-PPN PICTURE X(12).
002610      02 XB-EXTENS PICTURE X(3).
002620      02 XB-PART PICTURE 9(4).
002630      02 XB-BODY PICTURE X(159).
002640      02 XB-SEQUENCE PICTURE X(8).
002650  FD NEW-EXPORT-BASIS LABEL RECORDS ARE STANDARD
002660      VALUE OF IDENTIFICATION IS NEW-EXPORT-BASIS-NAME
002670      DATA RECORDS ARE NEW-EXPORT-BASIS-LINE.
002680  01 NEW-EXPORT-BASIS-LINE PICTURE X(200).
002690* ONE RECORD PER FINISHED EXPORT.
002700  FD EXPORT-LOG LABEL RECORDS ARE STANDARD
002710      VALUE OF IDENTIFICATION IS EXPORT-LOG-NAME
002720      DATA RECORDS ARE EXPORT-LOG-LINE.
002730  01 EXPORT-LOG-LINE.
002740      02 XPL-NUMBER PICTURE 9(6).
002750      02 FILLER PICTURE X(1).
002760      02 XPL-DATE PICTURE X(6).
002770      02 FILLER PICTURE X(1).
002780      02 XPL-TIME PICTURE X(4).
002790      02 FILLER PICTURE X(1).
002800      02 XPL-SITE PICTURE X(8).
002810      02 FILLER PICTURE X(1).
002820      02 XPL-DEST PICTURE X(8).
002830      02 FILLER PICTURE X(1).
002840      02 XPL-VOLUME PICTURE X(6).
002850      02 FILLER PICTURE X(1).
002860      02 XPL-MODE PICTURE X(1).
002870      02 FILLER PICTURE X(1).
002880      02 XPL-GENERATION PICTURE 9(6).
002890      02 FILLER PICTURE X(1).
002900      02 XPL-BASIS-NUMBER PICTURE 9(6).
002910      02 FILLER PICTURE X(1).
002920      02 XPL-BASIS-GENERATION PICTURE 9(6).
002930      02 FILLER PICTURE X(1).
002940      02 XPL-REFS PICTURE 9(8).
002950      02 FILLER PICTURE X(1).
002960      02 XPL-DEFNS PICTURE 9(8).
002970      02 FILLER PICTURE X(1).
002980      02 XPL-DEPENDS PICTURE 9(8).
002990      02 FILLER PICTURE X(1).
003000      02 XPL-ADDED PICTURE 9(8).
003010      02 FILLER PICTURE X(1).
003020      02 XPL-CHANGED PICTURE 9(8).
003030      02 FILLER PICTURE X(1).
003040      02 XPL-DELETED PICTURE 9(8).
003050      02 FILLER PICTURE X(1).
003060      02 XPL-RECORDS PICTURE 9(8).
003070      02 FILLER PICTURE X(1).
003080      02 XPL-PPN-HASH PICTURE 9(18).
003090      02 FILLER PICTURE X(1).
003100      02 XPL-PART-HASH PICTURE 9(10).

003110  WORKING-STORAGE SECTION.
003120  77 SYM-MASTER-NAME PICTURE X(9)
003130      VALUE IS 'CULSYMMAS'.
003140  77 SYM-MASTER-STATUS PICTURE X(2).
003150  77 ELEM-MASTER-NAME PICTURE X(9)
003160      VALUE IS 'CULELEMAS'.
003170  77 ELEM-MASTER-STATUS PICTURE X(2).
003180  77 RUN-CONTROL-NAME PICTURE X(9)
003190      VALUE IS 'CULCTLDAT'.
003200  77 RUN-CONTROL-STATUS PICTURE X(2).
003210  77 CULL-GENERATION PICTURE 9(6) VALUE IS ZERO.
003220  77 CULL-RUN-DATE PICTURE X(6).
003230  77 CULL-RUN-TIME PICTURE X(4).
003240  77 GENERATION-DISP PICTURE ZZZZZ9.
003250  77 SET-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
003260      88 SET-REFUSED VALUE IS 'Y'.
003270  77 STAMP-MATCH-SWITCH PICTURE X(1) VALUE IS 'N'.
003280      88 STAMP-MATCHED VALUE IS 'Y'.
003290  77 EXPORT-DECK-NAME PICTURE X(9)
003300      VALUE IS 'CULXPTDAT'.
003310  77 EXPORT-DECK-STATUS PICTURE X(2).
003320  77 INTERCHANGE-NAME PICTURE X(9)
003330      VALUE IS 'CULXCHDAT'.
003340  77 INTERCHANGE-STATUS PICTURE X(2).
003350  77 EXPORT-BASIS-NAME PICTURE X(9)
003360      VALUE IS 'CULXPBDAT'.
003370  77 EXPORT-BASIS-STATUS PICTURE X(2).
003380  77 NEW-EXPORT-BASIS-NAME PICTURE X(9)
003390      VALUE IS 'CULXPBTMP'.
003400  77 NEW-EXPORT-BASIS-STATUS PICTURE X(2).
003410  77 EXPORT-LOG-NAME PICTURE X(9)
003420      VALUE IS 'CULXPLDAT'.
003430  77 EXPORT-LOG-STATUS PICTURE X(2).

003440*  CONTROL DECK SETTINGS (SEE REMARKS).
003450  77 EXPORT-SITE PICTURE X(8) VALUE IS 'NIH'.
003460  77 EXPORT-DEST PICTURE X(8) VALUE IS SPACES.
003470  77 EXPORT-VOLUME PICTURE X(6) VALUE IS SPACES.
003480  77 EXPORT-MODE PICTURE X(1) VALUE IS 'F'.
003490      88 FULL-EXPORT VALUE IS 'F'.
003500      88 CHANGE-EXPORT VALUE IS 'C'.
003510  77 EXPORT-REFUSED-SWITCH PICTURE X(1) VALUE IS 'N'.
003520      88 EXPORT-REFUSED VALUE IS 'Y'.

003530*  EXPORT NUMBERING AND THE BASIS OF A CHANGE EXPORT.
003540  77 LAST-EXPORT-NUMBER PICTURE 9(6) VALUE IS ZERO.
003550  77 EXPORT-NUMBER PICTURE 9(6) VALUE IS ZERO.
003560  77 EXPORT-NUMBER-DISP PICTURE ZZZZZ9.
003570  77 BASIS-NUMBER PICTURE 9(6) VALUE IS ZERO.
003580  77 BASIS-GENERATION PICTURE 9(6) VALUE IS ZERO.
003590  77 BASIS-NUMBER-DISP PICTURE ZZZZZ9.
003600  77 BASIS-OPEN-SWITCH PICTURE X(1) VALUE IS 'N'.
003610      88 BASIS-OPEN VALUE IS 'Y'.
003620  77 BASIS-END-SWITCH PICTURE X(1) VALUE IS 'N'.
003630      88 BASIS-AT-END VALUE IS 'Y'.

003640*  THE GROUP TABLE, AS CULMET WALKS A SYMBOL GROUP: THE
003650*  DISTINCT ELEMENT/PPN/EXTENSION ENTRIES IN MASTER
003660*  ORDER, EACH WITH ITS PPN IN OCTAL AND ITS COUNT OF
003670*  MASTER RECORDS.
003680  01 GROUP-TABLE.
003690      02 GROUP-ENTRY OCCURS 500 TIMES.
003700          03 GROUP-ELEMENT PICTURE X(6).
003710          03 GROUP-PPN PICTURE X(6).
003720          03 GROUP-EXTENS PICTURE X(3).
003730          03 GROUP-DEFN-FLAG PICTURE X(1).
003740          03 GROUP-PPN-OCTAL PICTURE X(12).
003750          03 GROUP-RECORDS PICTURE 9(4).
003760  77 GROUP-SYMBOL PICTURE X(6).
003770  77 GROUP-ENTRY-COUNT PICTURE 9(3) VALUE IS ZERO.
003780  77 GROUP-INDEX PICTURE 9(3).
003790  77 GROUP-DEFINER-INDEX PICTURE 9(3).
003800  77 EXPORT-SHORT-SWITCH PICTURE X(1) VALUE IS 'N'.
003810      88 EXPORT-INCOMPLETE VALUE IS 'Y'.
003820  77 EXPORT-LOGGED-SWITCH PICTURE X(1) VALUE IS 'N'.
003830      88 EXPORT-LOGGED VALUE IS 'Y'.

003840*  SIXBIT TO OCTAL, THE REVERSE OF THE CONVERSION CULL
003850*  MAKES OF ITS CULPARAM PPN CARDS: EACH SIXBIT CODE IS
003860*  TWO OCTAL DIGITS, THREE CODES PER 18-BIT HALF.
003870  01 SIXBIT-CHAR-SET-VALUES.
003880      02 FILLER PICTURE X(32) VALUE IS
003890          ' !"#$%&''()*+,-./0123456789:;<=>?'.
003900      02 FILLER PICTURE X(32) VALUE IS
003910          '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
003920  01 SIXBIT-CHAR-SET REDEFINES SIXBIT-CHAR-SET-VALUES.
003930      02 SIXBIT-CHAR PICTURE X(1) OCCURS 64 TIMES.
003940  77 SIXBIT-INDEX PICTURE 9(2).
003950  77 SIXBIT-CODE PICTURE 9(2).
003960  77 SIXBIT-FOUND-SWITCH PICTURE X(1) VALUE IS 'N'.
003970      88 SIXBIT-FOUND VALUE IS 'Y'.
003980  01 PPN-SIXBIT-WORK.
003990      02 PPN-SIXBIT-CHAR PICTURE X(1) OCCURS 6 TIMES.
004000  77 PPN-CHAR-INDEX PICTURE 9(1).
004010  01 PPN-OCTAL-WORK.
004020      02 PPN-OCTAL-DIGIT PICTURE 9(1) OCCURS 12 TIMES.
004030  77 PPN-OCTAL-INDEX PICTURE 9(2).
004040  77 OCTAL-HIGH PICTURE 9(1).
004050  77 OCTAL-LOW PICTURE 9(1).

004060*  THE SWEPT PPNS AND EXTENSIONS AS CULL LEFT THEM ON
004070*  THE RUN CONTROL RECORD, EACH FOLLOWED BY A SPACE.
004080  01 SWEPT-PPN-WORK.
004090      02 SWEPT-PPN-ENTRY OCCURS 8 TIMES.
004100          03 SWEPT-PPN PICTURE X(6).
004110          03 FILLER PICTURE X(1).
004120  01 SWEPT-EXT-WORK.
004130      02 SWEPT-EXT-ENTRY OCCURS 4 TIMES.
004140          03 SWEPT-EXT PICTURE X(3).
004150          03 FILLER PICTURE X(1).
004160  77 SWEPT-INDEX PICTURE 9(1).

004170*  HEADER RECORD.
004180  01 XCH-HEADER.
004190      02 XH-TYPE PICTURE X(1).
004200      02 XH-ACTION PICTURE X(1).
004210      02 XH-FORMAT PICTURE X(6).
004220      02 XH-VERSION PICTURE 9(2).
004230      02 XH-SITE PICTURE X(8).
004240      02 XH-DEST PICTURE X(8).
004250      02 XH-EXPORT-NUMBER PICTURE 9(6).
004260      02 XH-EXPORT-DATE PICTURE X(6).
004270      02 XH-EXPORT-TIME PICTURE X(4).
004280      02 XH-MODE PICTURE X(1).
004290      02 XH-BASIS-NUMBER PICTURE 9(6).
004300      02 XH-BASIS-GENERATION PICTURE 9(6).
004310      02 XH-GENERATION PICTURE 9(6).
004320      02 XH-CULL-DATE PICTURE X(6).
004330      02 XH-CULL-TIME PICTURE X(4).
004340      02 XH-VOLUME PICTURE X(6).
004350      02 XH-EXTENS-COUNT PICTURE 9(1).
004360      02 XH-EXTENS PICTURE X(3) OCCURS 4 TIMES.
004370      02 XH-PPN-COUNT PICTURE 9(1).
004380      02 XH-PPN PICTURE X(12) OCCURS 8 TIMES.
004390      02 FILLER PICTURE X(5).
004400      02 XH-SEQUENCE PICTURE 9(8).

004410*  DETAIL RECORD, AS THE SWEEP PRODUCES IT.  THE THREE
004420*  TYPES SHARE THE FIRST 33 CHARACTERS.
004430  01 XCH-DETAIL.
004440      02 XD-TYPE PICTURE X(1).
004450      02 XD-ACTION PICTURE X(1).
004460      02 XD-SYMBOL PICTURE X(6).
004470      02 XD-ELEMENT PICTURE X(6).
004480      02 XD-PPN PICTURE X(12).
004490      02 XD-EXTENS PICTURE X(3).
004500      02 XD-PART PICTURE 9(4).
004510      02 XD-BODY PICTURE X(159).
004520      02 XD-SEQUENCE PICTURE 9(8).
004530  01 XD-REFERENCE-VIEW REDEFINES XCH-DETAIL.
004540      02 FILLER PICTURE X(33).
004550      02 XDR-DEFN-FLAG PICTURE X(1).
004560      02 XDR-REFS PICTURE X(120).
004570      02 FILLER PICTURE X(46).
004580  01 XD-DEFINITION-VIEW REDEFINES XCH-DETAIL.
004590      02 FILLER PICTURE X(33).
004600      02 XDS-PRIMARY PICTURE X(1).
004610      02 XDS-RECORDS PICTURE 9(4).
004620      02 FILLER PICTURE X(162).
004630  01 XD-DEPENDENCY-VIEW REDEFINES XCH-DETAIL.
004640      02 FILLER PICTURE X(33).
004650      02 XDD-ON-ELEMENT PICTURE X(6).
004660      02 XDD-ON-PPN PICTURE X(12).
004670      02 XDD-ON-EXTENS PICTURE X(3).
004680      02 FILLER PICTURE X(146).

004690*  DETAIL RECORD AS WRITTEN: A NEW RECORD OR, FOR A
004700*  DELETION, THE BASIS RECORD.
004710  01 XCH-OUT-DETAIL.
004720      02 XO-TYPE PICTURE X(1).
004730      02 XO-ACTION PICTURE X(1).
004740      02 FILLER PICTURE X(12).
004750      02 XO-PPN PICTURE 9(12).
004760      02 FILLER PICTURE X(3).
004770      02 XO-PART PICTURE 9(4).
004780      02 FILLER PICTURE X(159).
004790      02 XO-SEQUENCE PICTURE 9(8).

004800*  TRAILER RECORD.
004810  01 XCH-TRAILER.
004820      02 XT-TYPE PICTURE X(1).
004830      02 XT-ACTION PICTURE X(1).
004840      02 XT-FORMAT PICTURE X(6).
004850      02 XT-EXPORT-NUMBER PICTURE 9(6).
004860      02 XT-REFS PICTURE 9(8).
004870      02 XT-DEFNS PICTURE 9(8).
004880      02 XT-DEPENDS PICTURE 9(8).
004890      02 XT-DETAILS PICTURE 9(8).
004900      02 XT-ADDED PICTURE 9(8).
004910      02 XT-CHANGED PICTURE 9(8).
004920      02 XT-DELETED PICTURE 9(8).
004930      02 XT-RECORDS PICTURE 9(8).
004940      02 XT-PPN-HASH PICTURE 9(18).
004950      02 XT-PART-HASH PICTURE 9(10).
004960      02 XT-COMPLETE PICTURE X(1).
004970      02 FILLER PICTURE X(85).
004980      02 XT-SEQUENCE PICTURE 9(8).

004990*  MATCH KEYS FOR A CHANGE EXPORT.  THE RANK PUTS A
005000*  SYMBOL'S R, S AND D RECORDS IN THE ORDER THEY ARE
005010*  WRITTEN.
005020  01 CURRENT-MATCH-KEY.
005030      02 CMK-SYMBOL PICTURE X(6).
005040      02 CMK-RANK PICTURE X(1).
005050      02 CMK-ELEMENT PICTURE X(6).
005060      02 CMK-PPN PICTURE X(12).
005070      02 CMK-EXTENS PICTURE X(3).
005080      02 CMK-PART PICTURE 9(4).
005090  01 BASIS-MATCH-KEY.
005100      02 BMK-SYMBOL PICTURE X(6).
005110      02 BMK-RANK PICTURE X(1).
005120      02 BMK-ELEMENT PICTURE X(6).
005130      02 BMK-PPN PICTURE X(12).
005140      02 BMK-EXTENS PICTURE X(3).
005150      02 BMK-PART PICTURE 9(4).

005160*  RUN TOTALS, AS CARRIED ON THE TRAILER AND THE LOG.
005170  77 RECORD-SEQUENCE PICTURE 9(8) VALUE IS ZERO.
005180  77 REFS-TOTAL PICTURE 9(8) VALUE IS ZERO.
005190  77 DEFNS-TOTAL PICTURE 9(8) VALUE IS ZERO.
005200  77 DEPENDS-TOTAL PICTURE 9(8) VALUE IS ZERO.
005210  77 DETAILS-TOTAL PICTURE 9(8) VALUE IS ZERO.
005220  77 ADDED-TOTAL PICTURE 9(8) VALUE IS ZERO.
005230  77 CHANGED-TOTAL PICTURE 9(8) VALUE IS ZERO.
005240  77 DELETED-TOTAL PICTURE 9(8) VALUE IS ZERO.
005250  77 PPN-HASH-TOTAL PICTURE 9(18) VALUE IS ZERO.
005260  77 PART-HASH-TOTAL PICTURE 9(10) VALUE IS ZERO.
005270  77 COUNT-DISP PICTURE ZZZZZZZ9.

005280  01 DECK-VALUE-WORK.
005290      02 DECK-VALUE-FIRST.
005300          03 DECK-VALUE-SIX PICTURE X(6).
005310          03 DECK-VALUE-PAST-SIX PICTURE X(2).
005320      02 DECK-VALUE-REST PICTURE X(64).
005330  01 RUN-DATE-RAW.
005340      02 RUN-YY PICTURE X(2).
005350      02 RUN-MM PICTURE X(2).
005360      02 RUN-DD PICTURE X(2).
005370  01 RUN-TIME-RAW.
005380      02 RUN-HH PICTURE X(2).
005390      02 RUN-MIN PICTURE X(2).
005400      02 FILLER PICTURE X(4).

005410  PROCEDURE DIVISION.
005420* =====================================================
005430*  MAIN LINE
005440* =====================================================
005450  MAINLINE-SECTION SECTION.
005460  INITIALIZE-RUN.
005470      PERFORM READ-EXPORT-DECK THRU READ-EXPORT-DECK-EXIT.
005480      IF EXPORT-REFUSED
005490          STOP RUN.
005500      PERFORM CHECK-RUN-SET THRU CHECK-RUN-SET-EXIT.
005510      IF SET-REFUSED
005520          STOP RUN.
005530      PERFORM READ-EXPORT-LOG THRU READ-EXPORT-LOG-EXIT.
005540      PERFORM OPEN-EXPORT-BASIS THRU OPEN-EXPORT-BASIS-EXIT.
005550      ADD 1 TO LAST-EXPORT-NUMBER GIVING EXPORT-NUMBER.
005560      MOVE EXPORT-NUMBER TO EXPORT-NUMBER-DISP.
005570      OPEN OUTPUT INTERCHANGE-FILE.
005580      IF INTERCHANGE-STATUS IS NOT EQUAL TO '00'
005590          DISPLAY 'CULXPT: CANNOT WRITE CULXCH.DAT --'
005600              ' NOTHING EXPORTED.'
005610          STOP RUN.
005620      OPEN OUTPUT NEW-EXPORT-BASIS.
005630      IF NEW-EXPORT-BASIS-STATUS IS NOT EQUAL TO '00'
005640          DISPLAY 'CULXPT: CANNOT WRITE CULXPB.TMP --'
005650              ' NOTHING EXPORTED.'
005660          CLOSE INTERCHANGE-FILE
005670          STOP RUN.
005680      ACCEPT RUN-DATE-RAW FROM DATE.
005690      ACCEPT RUN-TIME-RAW FROM TIME.
005700      PERFORM WRITE-HEADER-RECORD THRU
005710          WRITE-HEADER-RECORD-EXIT.
005720      PERFORM SCAN-SYMBOL-MASTER THRU
005730          SCAN-SYMBOL-MASTER-EXIT.
005740      PERFORM FLUSH-EXPORT-BASIS THRU
005750          FLUSH-EXPORT-BASIS-EXIT.
005760      PERFORM WRITE-TRAILER-RECORD THRU
005770          WRITE-TRAILER-RECORD-EXIT.
005780      CLOSE INTERCHANGE-FILE.
005790      CLOSE NEW-EXPORT-BASIS.
005800      IF EXPORT-INCOMPLETE
005810          DISPLAY 'CULXPT: EXPORT ' EXPORT-NUMBER-DISP
005820              ' IS INCOMPLETE -- NOT LOGGED, DO NOT SEND.'
005830      ELSE
005840          PERFORM APPEND-EXPORT-LOG THRU
005850              APPEND-EXPORT-LOG-EXIT.
005860      IF EXPORT-LOGGED
005870          PERFORM COPY-EXPORT-BASIS THRU
005880              COPY-EXPORT-BASIS-EXIT.
005890      MOVE CULL-GENERATION TO GENERATION-DISP.
005900      IF FULL-EXPORT
005910          DISPLAY 'CULXPT: FULL EXPORT ' EXPORT-NUMBER-DISP
005920              ' OF CULL GENERATION ' GENERATION-DISP
005930              ' FOR ' EXPORT-DEST
005940      ELSE
005950          MOVE BASIS-NUMBER TO BASIS-NUMBER-DISP
005960          DISPLAY 'CULXPT: CHANGE EXPORT ' EXPORT-NUMBER-DISP
005970              ' OF CULL GENERATION ' GENERATION-DISP
005980              ' FOR ' EXPORT-DEST
005990          DISPLAY 'CULXPT: CHANGES SINCE EXPORT '
006000              BASIS-NUMBER-DISP.
006010      MOVE REFS-TOTAL TO COUNT-DISP.
006020      DISPLAY 'REFERENCES   ' COUNT-DISP.
006030      MOVE DEFNS-TOTAL TO COUNT-DISP.
006040      DISPLAY 'DEFINITIONS  ' COUNT-DISP.
006050      MOVE DEPENDS-TOTAL TO COUNT-DISP.
006060      DISPLAY 'DEPENDENCIES ' COUNT-DISP.
006070      IF CHANGE-EXPORT
006080          MOVE ADDED-TOTAL TO COUNT-DISP
006090          DISPLAY 'ADDED        ' COUNT-DISP
006100          MOVE CHANGED-TOTAL TO COUNT-DISP
006110          DISPLAY 'CHANGED      ' COUNT-DISP
006120          MOVE DELETED-TOTAL TO COUNT-DISP
006130          DISPLAY 'DELETED      ' COUNT-DISP.
006140      MOVE RECORD-SEQUENCE TO COUNT-DISP.
006150      DISPLAY 'RECORDS      ' COUNT-DISP.
006160      DISPLAY 'CULXPT DONE.'.
006170      STOP RUN.

006180* =====================================================
006190*  READ-EXPORT-DECK -- PICKS UP THE CULXPT.DAT CONTROL
006200*  CARDS.  KEYWORD IN COLUMNS 1-8, VALUE FROM COLUMN 9
006210*  (SEE REMARKS).  WITHOUT A DESTINATION THERE IS NO
006220*  ONE TO EXPORT TO.
006230* =====================================================
006240  READ-EXPORT-DECK.
006250      OPEN INPUT EXPORT-DECK.
006260      IF EXPORT-DECK-STATUS IS NOT EQUAL TO '00'
006270          DISPLAY 'CULXPT: NO CULXPT.DAT CONTROL DECK --'
006280              ' NOTHING EXPORTED.'
006290          MOVE 'Y' TO EXPORT-REFUSED-SWITCH
006300          GO TO READ-EXPORT-DECK-EXIT.
006310  READ-EXPORT-DECK-LOOP.
006320      READ EXPORT-DECK
006330          AT END GO TO READ-EXPORT-DECK-CLOSE.
006340      MOVE DECK-VALUE TO DECK-VALUE-WORK.
006350      IF DECK-KEYWORD IS EQUAL TO 'SITE'
006360          PERFORM DECK-SITE-CARD THRU DECK-SITE-CARD-EXIT
006370          GO TO READ-EXPORT-DECK-LOOP.
006380      IF DECK-KEYWORD IS EQUAL TO 'DEST'
006390          PERFORM DECK-DEST-CARD THRU DECK-DEST-CARD-EXIT
006400          GO TO READ-EXPORT-DECK-LOOP.
006410      IF DECK-KEYWORD IS EQUAL TO 'MODE'
006420          PERFORM DECK-MODE-CARD THRU DECK-MODE-CARD-EXIT
006430          GO TO READ-EXPORT-DECK-LOOP.
006440      IF DECK-KEYWORD IS EQUAL TO 'VOLUME'
006450          PERFORM DECK-VOLUME-CARD THRU
006460              DECK-VOLUME-CARD-EXIT
006470          GO TO READ-EXPORT-DECK-LOOP.
006480      IF DECK-KEYWORD IS EQUAL TO SPACES
006490          GO TO READ-EXPORT-DECK-LOOP.
006500      DISPLAY 'CULXPT: UNRECOGNIZED CARD ' DECK-KEYWORD
006510          ' -- IGNORED.'.
006520      GO TO READ-EXPORT-DECK-LOOP.
006530  READ-EXPORT-DECK-CLOSE.
006540      CLOSE EXPORT-DECK.
006550      IF EXPORT-DEST IS EQUAL TO SPACES
006560          DISPLAY 'CULXPT: NO DEST CARD -- NOTHING EXPORTED.'
006570          MOVE 'Y' TO EXPORT-REFUSED-SWITCH.
006580  READ-EXPORT-DECK-EXIT.
006590      EXIT.

006600  DECK-SITE-CARD.
006610      IF DECK-VALUE-FIRST IS EQUAL TO SPACES OR
006620              DECK-VALUE-REST IS NOT EQUAL TO SPACES
006630          DISPLAY 'CULXPT: BAD SITE CARD -- IGNORED.'
006640          GO TO DECK-SITE-CARD-EXIT.
006650      MOVE DECK-VALUE-FIRST TO EXPORT-SITE.
006660  DECK-SITE-CARD-EXIT.
006670      EXIT.

006680  DECK-DEST-CARD.
006690      IF DECK-VALUE-FIRST IS EQUAL TO SPACES OR
006700              DECK-VALUE-REST IS NOT EQUAL TO SPACES
006710          DISPLAY 'CULXPT: BAD DEST CARD -- IGNORED.'
006720          GO TO DECK-DEST-CARD-EXIT.
006730      MOVE DECK-VALUE-FIRST TO EXPORT-DEST.
006740  DECK-DEST-CARD-EXIT.
006750      EXIT.

006760  DECK-MODE-CARD.
006770      IF DECK-VALUE-WORK IS EQUAL TO 'FULL'
006780          MOVE 'F' TO EXPORT-MODE
006790          GO TO DECK-MODE-CARD-EXIT.
006800      IF DECK-VALUE-WORK IS EQUAL TO 'CHANGE'
006810          MOVE 'C' TO EXPORT-MODE
006820          GO TO DECK-MODE-CARD-EXIT.
006830      DISPLAY 'CULXPT: BAD MODE CARD -- IGNORED.'.
006840  DECK-MODE-CARD-EXIT.
006850      EXIT.

006860  DECK-VOLUME-CARD.
006870      IF DECK-VALUE-SIX IS EQUAL TO SPACES OR
006880              DECK-VALUE-PAST-SIX IS NOT EQUAL TO SPACES OR
006890              DECK-VALUE-REST IS NOT EQUAL TO SPACES
006900          DISPLAY 'CULXPT: BAD VOLUME CARD -- IGNORED.'
006910          GO TO DECK-VOLUME-CARD-EXIT.
006920      MOVE DECK-VALUE-SIX TO EXPORT-VOLUME.
006930  DECK-VOLUME-CARD-EXIT.
006940      EXIT.

006950* =====================================================
006960*  READ-EXPORT-LOG -- THE NEXT EXPORT IS NUMBERED ONE
006970*  HIGHER THAN THE HIGHEST NUMBER ON CULXPL.DAT.
006980* =====================================================
006990  READ-EXPORT-LOG.
007000      OPEN INPUT EXPORT-LOG.
007010      IF EXPORT-LOG-STATUS IS NOT EQUAL TO '00'
007020          GO TO READ-EXPORT-LOG-EXIT.
007030  READ-EXPORT-LOG-LOOP.
007040      READ EXPORT-LOG
007050          AT END GO TO READ-EXPORT-LOG-CLOSE.
007060      IF XPL-NUMBER IS NUMERIC
007070          IF XPL-NUMBER IS GREATER THAN LAST-EXPORT-NUMBER
007080              MOVE XPL-NUMBER TO LAST-EXPORT-NUMBER.
007090      GO TO READ-EXPORT-LOG-LOOP.
007100  READ-EXPORT-LOG-CLOSE.
007110      CLOSE EXPORT-LOG.
007120  READ-EXPORT-LOG-EXIT.
007130      EXIT.

007140* =====================================================
007150*  OPEN-EXPORT-BASIS -- READS THE HEADER OF CULXPB.DAT,
007160*  THE LAST EXPORT AS IT WAS SENT.  ITS NUMBER ALSO
007170*  KEEPS THE NUMBERING GOING IF THE LOG IS LOST.  A
007180*  CHANGE EXPORT IS ONLY MADE AGAINST THE LAST EXPORT,
007190*  AND ONLY FOR THE DEST IT WENT TO; OTHERWISE THE
007200*  WHOLE SWEEP GOES.  FOR A CHANGE EXPORT THE FILE IS
007210*  LEFT OPEN AT ITS FIRST DETAIL RECORD.
007220* =====================================================
007230  OPEN-EXPORT-BASIS.
007240      OPEN INPUT EXPORT-BASIS.
007250      IF EXPORT-BASIS-STATUS IS NOT EQUAL TO '00'
007260          GO TO OPEN-EXPORT-BASIS-NONE.
007270      MOVE SPACES TO EXPORT-BASIS-LINE.
007280      READ EXPORT-BASIS
007290          AT END MOVE SPACES TO EXPORT-BASIS-LINE.
007300      MOVE EXPORT-BASIS-LINE TO XCH-HEADER.
007310      IF XH-TYPE IS NOT EQUAL TO 'H' OR
007320              XH-FORMAT IS NOT EQUAL TO 'CULXCH' OR
007330              XH-EXPORT-NUMBER IS NOT NUMERIC OR
007340              XH-GENERATION IS NOT NUMERIC
007350          CLOSE EXPORT-BASIS
007360          GO TO OPEN-EXPORT-BASIS-NONE.
007370      IF XH-EXPORT-NUMBER IS GREATER THAN LAST-EXPORT-NUMBER
007380          MOVE XH-EXPORT-NUMBER TO LAST-EXPORT-NUMBER.
007390      IF FULL-EXPORT
007400          CLOSE EXPORT-BASIS
007410          GO TO OPEN-EXPORT-BASIS-EXIT.
007420      IF XH-EXPORT-NUMBER IS NOT EQUAL TO LAST-EXPORT-NUMBER
007430          DISPLAY 'CULXPT: CULXPB.DAT IS NOT THE LAST'
007440              ' EXPORT -- FULL EXPORT MADE.'
007450          MOVE 'F' TO EXPORT-MODE
007460          CLOSE EXPORT-BASIS
007470          GO TO OPEN-EXPORT-BASIS-EXIT.
007480      IF XH-DEST IS NOT EQUAL TO EXPORT-DEST
007490          DISPLAY 'CULXPT: THE LAST EXPORT WENT TO '
007500              XH-DEST ' -- FULL EXPORT MADE.'
007510          MOVE 'F' TO EXPORT-MODE
007520          CLOSE EXPORT-BASIS
007530          GO TO OPEN-EXPORT-BASIS-EXIT.
007540      MOVE XH-EXPORT-NUMBER TO BASIS-NUMBER.
007550      MOVE XH-GENERATION TO BASIS-GENERATION.
007560      MOVE 'Y' TO BASIS-OPEN-SWITCH.
007570      PERFORM READ-EXPORT-BASIS THRU READ-EXPORT-BASIS-EXIT.
007580      GO TO OPEN-EXPORT-BASIS-EXIT.
007590  OPEN-EXPORT-BASIS-NONE.
007600      IF CHANGE-EXPORT
007610          DISPLAY 'CULXPT: NO CULXPB.DAT BASIS --'
007620              ' FULL EXPORT MADE.'
007630          MOVE 'F' TO EXPORT-MODE.
007640  OPEN-EXPORT-BASIS-EXIT.
007650      EXIT.

007660*  THE NEXT BASIS DETAIL RECORD AND ITS MATCH KEY.  THE
007670*  FILE IS CLOSED AT ITS END.
007680  READ-EXPORT-BASIS.
007690      READ EXPORT-BASIS
007700          AT END GO TO READ-EXPORT-BASIS-END.
007710      MOVE XB-SYMBOL TO BMK-SYMBOL.
007720      MOVE '9' TO BMK-RANK.
007730      IF XB-TYPE IS EQUAL TO 'R'
007740          MOVE '1' TO BMK-RANK.
007750      IF XB-TYPE IS EQUAL TO 'S'
007760          MOVE '2' TO BMK-RANK.
007770      IF XB-TYPE IS EQUAL TO 'D'
007780          MOVE '3' TO BMK-RANK.
007790      MOVE XB-ELEMENT TO BMK-ELEMENT.
007800      MOVE XB-PPN TO BMK-PPN.
007810      MOVE XB-EXTENS TO BMK-EXTENS.
007820      MOVE XB-PART TO BMK-PART.
007830      GO TO READ-EXPORT-BASIS-EXIT.
007840  READ-EXPORT-BASIS-END.
007850      MOVE 'Y' TO BASIS-END-SWITCH.
007860      CLOSE EXPORT-BASIS.
007870      MOVE 'N' TO BASIS-OPEN-SWITCH.
007880  READ-EXPORT-BASIS-EXIT.
007890      EXIT.

007900* =====================================================
007910*  WRITE-HEADER-RECORD -- THE HEADER GOES TO THE
007920*  INTERCHANGE FILE AND HEADS THE NEW BASIS.
007930* =====================================================
007940  WRITE-HEADER-RECORD.
007950      MOVE SPACES TO XCH-HEADER.
007960      MOVE 'H' TO XH-TYPE.
007970      MOVE 'CULXCH' TO XH-FORMAT.
007980      MOVE 1 TO XH-VERSION.
007990      MOVE EXPORT-SITE TO XH-SITE.
008000      MOVE EXPORT-DEST TO XH-DEST.
008010      MOVE EXPORT-NUMBER TO XH-EXPORT-NUMBER.
008020      MOVE RUN-DATE-RAW TO XH-EXPORT-DATE.
008030      MOVE RUN-TIME-RAW TO XH-EXPORT-TIME.
008040      MOVE EXPORT-MODE TO XH-MODE.
008050      MOVE BASIS-NUMBER TO XH-BASIS-NUMBER.
008060      MOVE BASIS-GENERATION TO XH-BASIS-GENERATION.
008070      MOVE CULL-GENERATION TO XH-GENERATION.
008080      MOVE CULL-RUN-DATE TO XH-CULL-DATE.
008090      MOVE CULL-RUN-TIME TO XH-CULL-TIME.
008100      MOVE EXPORT-VOLUME TO XH-VOLUME.
008110      MOVE ZERO TO XH-EXTENS-COUNT.
008120      PERFORM HEADER-ONE-EXTENSION THRU
008130          HEADER-ONE-EXTENSION-EXIT
008140          VARYING SWEPT-INDEX FROM 1 BY 1
008150          UNTIL SWEPT-INDEX IS GREATER THAN 4.
008160      MOVE ZERO TO XH-PPN-COUNT.
008170      PERFORM HEADER-ONE-PPN THRU HEADER-ONE-PPN-EXIT
008180          VARYING SWEPT-INDEX FROM 1 BY 1
008190          UNTIL SWEPT-INDEX IS GREATER THAN 8.
008200      ADD 1 TO RECORD-SEQUENCE.
008210      MOVE RECORD-SEQUENCE TO XH-SEQUENCE.
008220      WRITE INTERCHANGE-LINE FROM XCH-HEADER.
008230      WRITE NEW-EXPORT-BASIS-LINE FROM XCH-HEADER.
008240  WRITE-HEADER-RECORD-EXIT.
008250      EXIT.
008260  HEADER-ONE-EXTENSION.
008270      IF SWEPT-EXT (SWEPT-INDEX) IS EQUAL TO SPACES
008280          GO TO HEADER-ONE-EXTENSION-EXIT.
008290      ADD 1 TO XH-EXTENS-COUNT.
008300      MOVE SWEPT-EXT (SWEPT-INDEX) TO
008310          XH-EXTENS (XH-EXTENS-COUNT).
008320  HEADER-ONE-EXTENSION-EXIT.
008330      EXIT.
008340  HEADER-ONE-PPN.
008350      IF SWEPT-PPN (SWEPT-INDEX) IS EQUAL TO SPACES
008360          GO TO HEADER-ONE-PPN-EXIT.
008370      MOVE SWEPT-PPN (SWEPT-INDEX) TO PPN-SIXBIT-WORK.
008380      PERFORM CONVERT-PPN-TO-OCTAL THRU
008390          CONVERT-PPN-TO-OCTAL-EXIT.
008400      ADD 1 TO XH-PPN-COUNT.
008410      MOVE PPN-OCTAL-WORK TO XH-PPN (XH-PPN-COUNT).
008420  HEADER-ONE-PPN-EXIT.
008430      EXIT.

008440* =====================================================
008450*  CONVERT-PPN-TO-OCTAL -- THE SIX SIXBIT CHARACTERS IN
008460*  PPN-SIXBIT-WORK BECOME TWELVE OCTAL DIGITS IN
008470*  PPN-OCTAL-WORK, PROJECT HALF FIRST.
008480* =====================================================
008490  CONVERT-PPN-TO-OCTAL.
008500      MOVE 1 TO PPN-OCTAL-INDEX.
008510      PERFORM OCTAL-ONE-CHAR THRU OCTAL-ONE-CHAR-EXIT
008520          VARYING PPN-CHAR-INDEX FROM 1 BY 1
008530          UNTIL PPN-CHAR-INDEX IS GREATER THAN 6.
008540  CONVERT-PPN-TO-OCTAL-EXIT.
008550      EXIT.
008560  OCTAL-ONE-CHAR.
008570      MOVE ZERO TO SIXBIT-CODE.
008580      MOVE 'N' TO SIXBIT-FOUND-SWITCH.
008590      PERFORM FIND-SIXBIT-CODE THRU FIND-SIXBIT-CODE-EXIT
008600          VARYING SIXBIT-INDEX FROM 1 BY 1
008610          UNTIL SIXBIT-FOUND OR
008620              SIXBIT-INDEX IS GREATER THAN 64.
008630      DIVIDE SIXBIT-CODE BY 8 GIVING OCTAL-HIGH
008640          REMAINDER OCTAL-LOW.
008650      MOVE OCTAL-HIGH TO PPN-OCTAL-DIGIT (PPN-OCTAL-INDEX).
008660      ADD 1 TO PPN-OCTAL-INDEX.
008670      MOVE OCTAL-LOW TO PPN-OCTAL-DIGIT (PPN-OCTAL-INDEX).
008680      ADD 1 TO PPN-OCTAL-INDEX.
008690  OCTAL-ONE-CHAR-EXIT.
008700      EXIT.
008710  FIND-SIXBIT-CODE.
008720      IF SIXBIT-CHAR (SIXBIT-INDEX) IS EQUAL TO
008730              PPN-SIXBIT-CHAR (PPN-CHAR-INDEX)
008740          SUBTRACT 1 FROM SIXBIT-INDEX GIVING SIXBIT-CODE
008750          MOVE 'Y' TO SIXBIT-FOUND-SWITCH.
008760  FIND-SIXBIT-CODE-EXIT.
008770      EXIT.

008780* =====================================================
008790*  SCAN-SYMBOL-MASTER -- ONE PASS OF CULSYM.MAS, A
008800*  SYMBOL GROUP AT A TIME.  EVERY MASTER RECORD GOES
008810*  OUT AS AN R RECORD AS IT IS READ; THE S AND D
008820*  RECORDS FOLLOW WHEN THE GROUP CLOSES.
008830* =====================================================
008840  SCAN-SYMBOL-MASTER.
008850      OPEN INPUT SYM-MASTER.
008860      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
008870          DISPLAY 'CULXPT: CANNOT OPEN CULSYM.MAS --'
008880              ' RUN CULL FIRST.'
008890          MOVE 'Y' TO EXPORT-SHORT-SWITCH
008900          GO TO SCAN-SYMBOL-MASTER-EXIT.
008910      MOVE SPACES TO GROUP-SYMBOL.
008920  SCAN-SYMBOL-MASTER-LOOP.
008930      READ SYM-MASTER
008940          AT END GO TO SCAN-SYMBOL-MASTER-CLOSE.
008950      IF SYMQ-SYMBOL IS EQUAL TO SPACES
008960          GO TO SCAN-SYMBOL-MASTER-LOOP.
008970      IF SYMQ-SYMBOL IS NOT EQUAL TO GROUP-SYMBOL
008980          PERFORM START-SYMBOL-GROUP THRU
008990              START-SYMBOL-GROUP-EXIT.
009000      IF GROUP-ENTRY-COUNT IS GREATER THAN ZERO
009010          IF SYMQ-ELEMENT IS EQUAL TO
009020                  GROUP-ELEMENT (GROUP-ENTRY-COUNT) AND
009030              SYMQ-PPN IS EQUAL TO
009040                  GROUP-PPN (GROUP-ENTRY-COUNT) AND
009050              SYMQ-EXTENS IS EQUAL TO
009060                  GROUP-EXTENS (GROUP-ENTRY-COUNT)
009070              GO TO SCAN-SYMBOL-MASTER-RECORD.
009080      IF GROUP-ENTRY-COUNT IS EQUAL TO 500
009090          PERFORM NOTE-TABLE-FULL THRU NOTE-TABLE-FULL-EXIT
009100          GO TO SCAN-SYMBOL-MASTER-LOOP.
009110      ADD 1 TO GROUP-ENTRY-COUNT.
009120      MOVE SYMQ-ELEMENT TO GROUP-ELEMENT (GROUP-ENTRY-COUNT).
009130      MOVE SYMQ-PPN TO GROUP-PPN (GROUP-ENTRY-COUNT).
009140      MOVE SYMQ-EXTENS TO GROUP-EXTENS (GROUP-ENTRY-COUNT).
009150      MOVE 'N' TO GROUP-DEFN-FLAG (GROUP-ENTRY-COUNT).
009160      MOVE ZERO TO GROUP-RECORDS (GROUP-ENTRY-COUNT).
009170      MOVE SYMQ-PPN TO PPN-SIXBIT-WORK.
009180      PERFORM CONVERT-PPN-TO-OCTAL THRU
009190          CONVERT-PPN-TO-OCTAL-EXIT.
009200      MOVE PPN-OCTAL-WORK TO
009210          GROUP-PPN-OCTAL (GROUP-ENTRY-COUNT).
009220  SCAN-SYMBOL-MASTER-RECORD.
009230      ADD 1 TO GROUP-RECORDS (GROUP-ENTRY-COUNT).
009240      MOVE SPACES TO XCH-DETAIL.
009250      MOVE 'R' TO XD-TYPE.
009260      MOVE SYMQ-SYMBOL TO XD-SYMBOL.
009270      MOVE SYMQ-ELEMENT TO XD-ELEMENT.
009280      MOVE GROUP-PPN-OCTAL (GROUP-ENTRY-COUNT) TO XD-PPN.
009290      MOVE SYMQ-EXTENS TO XD-EXTENS.
009300      MOVE GROUP-RECORDS (GROUP-ENTRY-COUNT) TO XD-PART.
009310      IF SYMQ-DEFN-FLAG IS EQUAL TO 'Y'
009320          MOVE 'Y' TO GROUP-DEFN-FLAG (GROUP-ENTRY-COUNT)
009330          MOVE 'Y' TO XDR-DEFN-FLAG
009340      ELSE
009350          MOVE 'N' TO XDR-DEFN-FLAG.
009360      MOVE SYMQ-REFS TO XDR-REFS.
009370      MOVE '1' TO CMK-RANK.
009380      PERFORM EMIT-DETAIL THRU EMIT-DETAIL-EXIT.
009390      GO TO SCAN-SYMBOL-MASTER-LOOP.
009400  SCAN-SYMBOL-MASTER-CLOSE.
009410      IF GROUP-SYMBOL IS NOT EQUAL TO SPACES
009420          PERFORM CLOSE-SYMBOL-GROUP THRU
009430              CLOSE-SYMBOL-GROUP-EXIT.
009440      CLOSE SYM-MASTER.
009450  SCAN-SYMBOL-MASTER-EXIT.
009460      EXIT.

009470  START-SYMBOL-GROUP.
009480      IF GROUP-SYMBOL IS NOT EQUAL TO SPACES
009490          PERFORM CLOSE-SYMBOL-GROUP THRU
009500              CLOSE-SYMBOL-GROUP-EXIT.
009510      MOVE SYMQ-SYMBOL TO GROUP-SYMBOL.
009520      MOVE ZERO TO GROUP-ENTRY-COUNT.
009530  START-SYMBOL-GROUP-EXIT.
009540      EXIT.

009550  NOTE-TABLE-FULL.
009560      IF NOT EXPORT-INCOMPLETE
009570          DISPLAY 'CULXPT: GROUP TABLE FULL AT SYMBOL '
009580              GROUP-SYMBOL ' -- EXPORT INCOMPLETE.'.
009590      MOVE 'Y' TO EXPORT-SHORT-SWITCH.
009600  NOTE-TABLE-FULL-EXIT.
009610      EXIT.

009620*  THE FIRST ENTRY WITH A DEFINING LINE RESOLVES THE
009630*  GROUP, AS FOR CULDEPLST.  EVERY DEFINING ENTRY IS AN
009640*  S RECORD; EVERY OTHER ENTRY OF A RESOLVED GROUP IS
009650*  ONE CULDEPLST LINE, AND ONE D RECORD.
009660  CLOSE-SYMBOL-GROUP.
009670      MOVE ZERO TO GROUP-DEFINER-INDEX.
009680      PERFORM FIND-GROUP-DEFINER THRU
009690          FIND-GROUP-DEFINER-EXIT
009700          VARYING GROUP-INDEX FROM 1 BY 1
009710          UNTIL GROUP-INDEX IS GREATER THAN
009720              GROUP-ENTRY-COUNT.
009730      PERFORM EMIT-ONE-DEFINITION THRU
009740          EMIT-ONE-DEFINITION-EXIT
009750          VARYING GROUP-INDEX FROM 1 BY 1
009760          UNTIL GROUP-INDEX IS GREATER THAN
009770              GROUP-ENTRY-COUNT.
009780      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO
009790          GO TO CLOSE-SYMBOL-GROUP-EXIT.
009800      PERFORM EMIT-ONE-DEPENDENCY THRU
009810          EMIT-ONE-DEPENDENCY-EXIT
009820          VARYING GROUP-INDEX FROM 1 BY 1
009830          UNTIL GROUP-INDEX IS GREATER THAN
009840              GROUP-ENTRY-COUNT.
009850  CLOSE-SYMBOL-GROUP-EXIT.
009860      EXIT.
009870  FIND-GROUP-DEFINER.
009880      IF GROUP-DEFINER-INDEX IS EQUAL TO ZERO AND
009890              GROUP-DEFN-FLAG (GROUP-INDEX) IS EQUAL TO 'Y'
009900          MOVE GROUP-INDEX TO GROUP-DEFINER-INDEX.
009910  FIND-GROUP-DEFINER-EXIT.
009920      EXIT.

009930  EMIT-ONE-DEFINITION.
009940      IF GROUP-DEFN-FLAG (GROUP-INDEX) IS NOT EQUAL TO 'Y'
009950          GO TO EMIT-ONE-DEFINITION-EXIT.
009960      MOVE SPACES TO XCH-DETAIL.
009970      MOVE 'S' TO XD-TYPE.
009980      MOVE GROUP-SYMBOL TO XD-SYMBOL.
009990      MOVE GROUP-ELEMENT (GROUP-INDEX) TO XD-ELEMENT.
010000      MOVE GROUP-PPN-OCTAL (GROUP-INDEX) TO XD-PPN.
010010      MOVE GROUP-EXTENS (GROUP-INDEX) TO XD-EXTENS.
010020      MOVE ZERO TO XD-PART.
010030      IF GROUP-INDEX IS EQUAL TO GROUP-DEFINER-INDEX
010040          MOVE 'P' TO XDS-PRIMARY.
010050      MOVE GROUP-RECORDS (GROUP-INDEX) TO XDS-RECORDS.
010060      MOVE '2' TO CMK-RANK.
010070      PERFORM EMIT-DETAIL THRU EMIT-DETAIL-EXIT.
010080  EMIT-ONE-DEFINITION-EXIT.
010090      EXIT.

010100  EMIT-ONE-DEPENDENCY.
010110      IF GROUP-INDEX IS EQUAL TO GROUP-DEFINER-INDEX
010120          GO TO EMIT-ONE-DEPENDENCY-EXIT.
010130      MOVE SPACES TO XCH-DETAIL.
010140      MOVE 'D' TO XD-TYPE.
010150      MOVE GROUP-SYMBOL TO XD-SYMBOL.
010160      MOVE GROUP-ELEMENT (GROUP-INDEX) TO XD-ELEMENT.
010170      MOVE GROUP-PPN-OCTAL (GROUP-INDEX) TO XD-PPN.
010180      MOVE GROUP-EXTENS (GROUP-INDEX) TO XD-EXTENS.
010190      MOVE ZERO TO XD-PART.
010200      MOVE GROUP-ELEMENT (GROUP-DEFINER-INDEX) TO
010210          XDD-ON-ELEMENT.
010220      MOVE GROUP-PPN-OCTAL (GROUP-DEFINER-INDEX) TO
010230          XDD-ON-PPN.
010240      MOVE GROUP-EXTENS (GROUP-DEFINER-INDEX) TO
010250          XDD-ON-EXTENS.
010260      MOVE '3' TO CMK-RANK.
010270      PERFORM EMIT-DETAIL THRU EMIT-DETAIL-EXIT.
010280  EMIT-ONE-DEPENDENCY-EXIT.
010290      EXIT.

010300* =====================================================
010310*  EMIT-DETAIL -- ONE DETAIL RECORD OF THE SWEEP, IN
010320*  XCH-DETAIL, WITH ITS RANK ALREADY IN THE MATCH KEY.
010330*  IT ALWAYS GOES TO THE NEW BASIS.  A FULL EXPORT
010340*  SENDS IT AS IT STANDS; A CHANGE EXPORT WALKS THE OLD
010350*  BASIS UP TO IT, SENDING WHAT IT PASSES AS DELETED,
010360*  AND SENDS THE RECORD ONLY IF IT IS NEW OR DIFFERS.
010370* =====================================================
010380  EMIT-DETAIL.
010390      MOVE XD-SYMBOL TO CMK-SYMBOL.
010400      MOVE XD-ELEMENT TO CMK-ELEMENT.
010410      MOVE XD-PPN TO CMK-PPN.
010420      MOVE XD-EXTENS TO CMK-EXTENS.
010430      MOVE XD-PART TO CMK-PART.
010440      WRITE NEW-EXPORT-BASIS-LINE FROM XCH-DETAIL.
010450      IF FULL-EXPORT
010460          MOVE XCH-DETAIL TO XCH-OUT-DETAIL
010470          MOVE 'F' TO XO-ACTION
010480          PERFORM WRITE-DETAIL-RECORD THRU
010490              WRITE-DETAIL-RECORD-EXIT
010500          GO TO EMIT-DETAIL-EXIT.
010510  EMIT-DETAIL-MATCH.
010520      IF BASIS-AT-END
010530          GO TO EMIT-DETAIL-ADDED.
010540      IF BASIS-MATCH-KEY IS LESS THAN CURRENT-MATCH-KEY
010550          PERFORM WRITE-BASIS-DELETION THRU
010560              WRITE-BASIS-DELETION-EXIT
010570          PERFORM READ-EXPORT-BASIS THRU
010580              READ-EXPORT-BASIS-EXIT
010590          GO TO EMIT-DETAIL-MATCH.
010600      IF BASIS-MATCH-KEY IS GREATER THAN CURRENT-MATCH-KEY
010610          GO TO EMIT-DETAIL-ADDED.
010620      IF XB-BODY IS NOT EQUAL TO XD-BODY
010630          MOVE XCH-DETAIL TO XCH-OUT-DETAIL
010640          MOVE 'C' TO XO-ACTION
010650          PERFORM WRITE-DETAIL-RECORD THRU
010660              WRITE-DETAIL-RECORD-EXIT.
010670      PERFORM READ-EXPORT-BASIS THRU READ-EXPORT-BASIS-EXIT.
010680      GO TO EMIT-DETAIL-EXIT.
010690  EMIT-DETAIL-ADDED.
010700      MOVE XCH-DETAIL TO XCH-OUT-DETAIL.
010710      MOVE 'A' TO XO-ACTION.
010720      PERFORM WRITE-DETAIL-RECORD THRU
010730          WRITE-DETAIL-RECORD-EXIT.
010740  EMIT-DETAIL-EXIT.
010750      EXIT.

010760*  WHAT IS LEFT OF THE OLD BASIS AFTER THE LAST SYMBOL
010770*  IS GONE FROM THE SWEEP.
010780  FLUSH-EXPORT-BASIS.
010790      IF NOT BASIS-OPEN
010800          GO TO FLUSH-EXPORT-BASIS-EXIT.
010810  FLUSH-EXPORT-BASIS-LOOP.
010820      IF BASIS-AT-END
010830          GO TO FLUSH-EXPORT-BASIS-EXIT.
010840      PERFORM WRITE-BASIS-DELETION THRU
010850          WRITE-BASIS-DELETION-EXIT.
010860      PERFORM READ-EXPORT-BASIS THRU READ-EXPORT-BASIS-EXIT.
010870      GO TO FLUSH-EXPORT-BASIS-LOOP.
010880  FLUSH-EXPORT-BASIS-EXIT.
010890      EXIT.

010900  WRITE-BASIS-DELETION.
010910      MOVE EXPORT-BASIS-LINE TO XCH-OUT-DETAIL.
010920      MOVE 'X' TO XO-ACTION.
010930      PERFORM WRITE-DETAIL-RECORD THRU
010940          WRITE-DETAIL-RECORD-EXIT.
010950  WRITE-BASIS-DELETION-EXIT.
010960      EXIT.

010970*  EVERY DETAIL RECORD SENT IS NUMBERED, COUNTED BY
010980*  TYPE AND ACTION, AND ADDED INTO THE HASH TOTALS.
010990  WRITE-DETAIL-RECORD.
011000      ADD 1 TO RECORD-SEQUENCE.
011010      MOVE RECORD-SEQUENCE TO XO-SEQUENCE.
011020      WRITE INTERCHANGE-LINE FROM XCH-OUT-DETAIL.
011030      ADD 1 TO DETAILS-TOTAL.
011040      IF XO-TYPE IS EQUAL TO 'R'
011050          ADD 1 TO REFS-TOTAL.
011060      IF XO-TYPE IS EQUAL TO 'S'
011070          ADD 1 TO DEFNS-TOTAL.
011080      IF XO-TYPE IS EQUAL TO 'D'
011090          ADD 1 TO DEPENDS-TOTAL.
011100      IF XO-ACTION IS EQUAL TO 'A'
011110          ADD 1 TO ADDED-TOTAL.
011120      IF XO-ACTION IS EQUAL TO 'C'
011130          ADD 1 TO CHANGED-TOTAL.
011140      IF XO-ACTION IS EQUAL TO 'X'
011150          ADD 1 TO DELETED-TOTAL.
011160      IF XO-PPN IS NUMERIC
011170          ADD XO-PPN TO PPN-HASH-TOTAL.
011180      IF XO-PART IS NUMERIC
011190          ADD XO-PART TO PART-HASH-TOTAL.
011200  WRITE-DETAIL-RECORD-EXIT.
011210      EXIT.

011220  WRITE-TRAILER-RECORD.
011230      MOVE SPACES TO XCH-TRAILER.
011240      MOVE 'T' TO XT-TYPE.
011250      MOVE 'CULXCH' TO XT-FORMAT.
011260      MOVE EXPORT-NUMBER TO XT-EXPORT-NUMBER.
011270      MOVE REFS-TOTAL TO XT-REFS.
011280      MOVE DEFNS-TOTAL TO XT-DEFNS.
011290      MOVE DEPENDS-TOTAL TO XT-DEPENDS.
011300      MOVE DETAILS-TOTAL TO XT-DETAILS.
011310      MOVE ADDED-TOTAL TO XT-ADDED.
011320      MOVE CHANGED-TOTAL TO XT-CHANGED.
011330      MOVE DELETED-TOTAL TO XT-DELETED.
011340      ADD 1 TO RECORD-SEQUENCE.
011350      MOVE RECORD-SEQUENCE TO XT-RECORDS.
011360      MOVE PPN-HASH-TOTAL TO XT-PPN-HASH.
011370      MOVE PART-HASH-TOTAL TO XT-PART-HASH.
011380      IF EXPORT-INCOMPLETE
011390          MOVE 'N' TO XT-COMPLETE
011400      ELSE
011410          MOVE 'Y' TO XT-COMPLETE.
011420      MOVE RECORD-SEQUENCE TO XT-SEQUENCE.
011430      WRITE INTERCHANGE-LINE FROM XCH-TRAILER.
011440  WRITE-TRAILER-RECORD-EXIT.
011450      EXIT.

011460* =====================================================
011470*  APPEND-EXPORT-LOG -- ONE RECORD PER FINISHED EXPORT
011480*  ON THE PERMANENT CULXPL.DAT, SO WHAT WENT TO WHOM
011490*  AND WHEN CAN ALWAYS BE SHOWN.  AN EXPORT THAT
011500*  CANNOT BE LOGGED IS NOT KEPT AS THE BASIS.
011510* =====================================================
011520  APPEND-EXPORT-LOG.
011530      OPEN EXTEND EXPORT-LOG.
011540      IF EXPORT-LOG-STATUS IS NOT EQUAL TO '00'
011550          OPEN OUTPUT EXPORT-LOG.
011560      IF EXPORT-LOG-STATUS IS NOT EQUAL TO '00'
011570          DISPLAY 'CULXPT: CANNOT WRITE CULXPL.DAT --'
011580              ' EXPORT NOT LOGGED, DO NOT SEND.'
011590          GO TO APPEND-EXPORT-LOG-EXIT.
011600      MOVE SPACES TO EXPORT-LOG-LINE.
011610      MOVE EXPORT-NUMBER TO XPL-NUMBER.
011620      MOVE RUN-DATE-RAW TO XPL-DATE.
011630      MOVE RUN-TIME-RAW TO XPL-TIME.
011640      MOVE EXPORT-SITE TO XPL-SITE.
011650      MOVE EXPORT-DEST TO XPL-DEST.
011660      MOVE EXPORT-VOLUME TO XPL-VOLUME.
011670      MOVE EXPORT-MODE TO XPL-MODE.
011680      MOVE CULL-GENERATION TO XPL-GENERATION.
011690      MOVE BASIS-NUMBER TO XPL-BASIS-NUMBER.
011700      MOVE BASIS-GENERATION TO XPL-BASIS-GENERATION.
011710      MOVE REFS-TOTAL TO XPL-REFS.
011720      MOVE DEFNS-TOTAL TO XPL-DEFNS.
011730      MOVE DEPENDS-TOTAL TO XPL-DEPENDS.
011740      MOVE ADDED-TOTAL TO XPL-ADDED.
011750      MOVE CHANGED-TOTAL TO XPL-CHANGED.
011760      MOVE DELETED-TOTAL TO XPL-DELETED.
011770      MOVE RECORD-SEQUENCE TO XPL-RECORDS.
011780      MOVE PPN-HASH-TOTAL TO XPL-PPN-HASH.
011790      MOVE PART-HASH-TOTAL TO XPL-PART-HASH.
011800      WRITE EXPORT-LOG-LINE.
011810      CLOSE EXPORT-LOG.
011820      MOVE 'Y' TO EXPORT-LOGGED-SWITCH.
011830  APPEND-EXPORT-LOG-EXIT.
011840      EXIT.

011850*  THE NEW BASIS REPLACES THE OLD ONE ONLY ONCE THE
011860*  EXPORT IS WRITTEN AND LOGGED.
011870  COPY-EXPORT-BASIS.
011880      OPEN INPUT NEW-EXPORT-BASIS.
011890      IF NEW-EXPORT-BASIS-STATUS IS NOT EQUAL TO '00'
011900          DISPLAY 'CULXPT: NO CULXPB.TMP --'
011910              ' CULXPB.DAT NOT REPLACED.'
011920          GO TO COPY-EXPORT-BASIS-EXIT.
011930      OPEN OUTPUT EXPORT-BASIS.
011940      IF EXPORT-BASIS-STATUS IS NOT EQUAL TO '00'
011950          DISPLAY 'CULXPT: CANNOT WRITE CULXPB.DAT --'
011960              ' CULXPB.DAT NOT REPLACED.'
011970          CLOSE NEW-EXPORT-BASIS
011980          GO TO COPY-EXPORT-BASIS-EXIT.
011990  COPY-EXPORT-BASIS-LOOP.
012000      READ NEW-EXPORT-BASIS
012010          AT END GO TO COPY-EXPORT-BASIS-DONE.
012020      MOVE NEW-EXPORT-BASIS-LINE TO EXPORT-BASIS-LINE.
012030      WRITE EXPORT-BASIS-LINE.
012040      GO TO COPY-EXPORT-BASIS-LOOP.
012050  COPY-EXPORT-BASIS-DONE.
012060      CLOSE NEW-EXPORT-BASIS.
012070      CLOSE EXPORT-BASIS.
012080  COPY-EXPORT-BASIS-EXIT.
012090      EXIT.

012100* =====================================================
012110*  CHECK-RUN-SET -- THE MASTERS MUST BE THE SET THE
012120*  CULCTL.DAT RUN CONTROL RECORD SAYS IS COMMITTED:
012130*  NOT PENDING, AND EACH MASTER'S FIRST RECORD A STAMP
012140*  RECORD (BLANK NAME) OF THAT SAME GENERATION.
012150*  ANYTHING ELSE IS A TORN OR MIXED SET, AND NOTHING
012160*  IS EXPORTED FROM IT.  THE GENERATION, RUN DATE AND
012170*  SWEPT PPNS AND EXTENSIONS GO INTO THE HEADER.
012180* =====================================================
012190  CHECK-RUN-SET.
012200      OPEN INPUT RUN-CONTROL.
012210      IF RUN-CONTROL-STATUS IS NOT EQUAL TO '00'
012220          DISPLAY 'CULXPT: NO CULCTL.DAT RUN CONTROL'
012230              ' RECORD -- RUN CULL FIRST.'
012240          MOVE 'Y' TO SET-REFUSED-SWITCH
012250          GO TO CHECK-RUN-SET-EXIT.
012260      MOVE SPACES TO RUN-CONTROL-LINE.
012270      READ RUN-CONTROL
012280          AT END MOVE SPACES TO RUN-CONTROL-LINE.
012290      CLOSE RUN-CONTROL.
012300      IF CTL-GENERATION IS NOT NUMERIC OR
012310              CTL-STATE IS NOT EQUAL TO 'C'
012320          DISPLAY 'CULXPT: THE LAST CULL NEVER FINISHED'
012330              ' COMMITTING ITS SET -- RUN CULL AGAIN.'
012340          MOVE 'Y' TO SET-REFUSED-SWITCH
012350          GO TO CHECK-RUN-SET-EXIT.
012360      MOVE CTL-GENERATION TO CULL-GENERATION.
012370      MOVE CULL-GENERATION TO GENERATION-DISP.
012380      MOVE CTL-RUN-DATE TO CULL-RUN-DATE.
012390      MOVE CTL-RUN-TIME TO CULL-RUN-TIME.
012400      MOVE CTL-PPNS TO SWEPT-PPN-WORK.
012410      MOVE CTL-EXTS TO SWEPT-EXT-WORK.
012420      OPEN INPUT SYM-MASTER.
012430      IF SYM-MASTER-STATUS IS NOT EQUAL TO '00'
012440          GO TO CHECK-RUN-SET-MIXED.
012450      MOVE 'N' TO STAMP-MATCH-SWITCH.
012460      READ SYM-MASTER
012470          AT END MOVE SPACES TO SYM-MASTER-RECORD.
012480      IF SYMQ-SYMBOL IS EQUAL TO SPACES AND
012490              SYMS-GENERATION IS NUMERIC
012500          IF SYMS-GENERATION IS EQUAL TO CULL-GENERATION
012510              MOVE 'Y' TO STAMP-MATCH-SWITCH.
012520      CLOSE SYM-MASTER.
012530      IF NOT STAMP-MATCHED
012540          GO TO CHECK-RUN-SET-MIXED.
012550      OPEN INPUT ELEM-MASTER.
012560      IF ELEM-MASTER-STATUS IS NOT EQUAL TO '00'
012570          GO TO CHECK-RUN-SET-MIXED.
012580      MOVE 'N' TO STAMP-MATCH-SWITCH.
012590      READ ELEM-MASTER
012600          AT END MOVE SPACES TO ELEM-MASTER-RECORD.
012610      IF ELEMQ-ELEMENT IS EQUAL TO SPACES AND
012620              ELEMS-GENERATION IS NUMERIC
012630          IF ELEMS-GENERATION IS EQUAL TO CULL-GENERATION
012640              MOVE 'Y' TO STAMP-MATCH-SWITCH.
012650      CLOSE ELEM-MASTER.
012660      IF NOT STAMP-MATCHED
012670          GO TO CHECK-RUN-SET-MIXED.
012680      GO TO CHECK-RUN-SET-EXIT.
012690  CHECK-RUN-SET-MIXED.
012700      DISPLAY 'CULXPT: CULSYM.MAS AND CULELE.MAS ARE NOT'
012710          ' BOTH CULL GENERATION ' GENERATION-DISP
012720          ' -- RUN CULL AGAIN.'.
012730      MOVE 'Y' TO SET-REFUSED-SWITCH.
012740  CHECK-RUN-SET-EXIT.
012750      EXIT.
