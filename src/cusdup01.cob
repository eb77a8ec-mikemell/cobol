001010 IDENTIFICATION DIVISION.                                         CUSDUP01

001020 PROGRAM-ID.    CUSDUP01.                                         CUSDUP01
001030 AUTHOR.        MMELL.                                            CUSDUP01
001040 INSTALLATION.  AUBURN.                                           CUSDUP01
001050 DATE-WRITTEN.  2026-10-15.                                       CUSDUP01
001060 DATE-COMPILED. 2026-10-15.                                       CUSDUP01
001070 SECURITY.      UNCLASSIFIED.                                     CUSDUP01

001080******************************************************************CUSDUP01
001090**                                                               *CUSDUP01
001100**  THIS PROGRAM LISTS CUSTOMERS WHO MAY BE DUPLICATES           *CUSDUP01
001110**                                                               *CUSDUP01
001120**    MODIFICATION HISTORY                                       *CUSDUP01
001130**    -------------------                                        *CUSDUP01
001140**    DATE       INIT  DESCRIPTION                               *CUSDUP01
001150**    ---------- ----  ----------------------------------------- *CUSDUP01
001160**    2026-10-15  MM   INITIAL VERSION.  SWEEPS THE CUSTOMER     *CUSDUP01
001170**                     MASTER AND GROUPS ACTIVE CUSTOMERS WHO    *CUSDUP01
001180**                     SHARE A PHONE NUMBER, A NORMALIZED NAME   *CUSDUP01
001190**                     AND ZIP CODE, OR A NORMALIZED STREET      *CUSDUP01
001200**                     ADDRESS AND ZIP CODE.  EVERY GROUP OF TWO *CUSDUP01
001210**                     OR MORE IS PRINTED AS A CANDIDATE FOR THE *CUSDUP01
001220**                     CUSTOMER MERGE RUN.                       *CUSDUP01
001230**                                                               *CUSDUP01
001240******************************************************************CUSDUP01

001250 ENVIRONMENT DIVISION.                                            CUSDUP01

001260 CONFIGURATION SECTION.                                           CUSDUP01

001270 SOURCE-COMPUTER. X86_64.                                         CUSDUP01
001280 OBJECT-COMPUTER. X86_64.                                         CUSDUP01

001290 INPUT-OUTPUT SECTION.                                            CUSDUP01
001300 FILE-CONTROL.                                                    CUSDUP01
001310     SELECT CUSTOMER-MASTER-FILE                                  CUSDUP01
001320         ASSIGN TO UT-S-CUSMSTR                                   CUSDUP01
001330         ORGANIZATION IS INDEXED                                  CUSDUP01
001340         ACCESS MODE IS DYNAMIC                                   CUSDUP01
001350         RECORD KEY IS CUSTOMER-NUMBER-CUST                       CUSDUP01
001360         FILE STATUS IS WS-CUST-MASTER-STATUS.                    CUSDUP01

001370     SELECT DUPLICATE-SORT-FILE                                   CUSDUP01
001380         ASSIGN TO UT-S-DUPSORT.                                  CUSDUP01

001390     SELECT DUPLICATE-REPORT-FILE                                 CUSDUP01
001400         ASSIGN TO UT-S-DUPRPT                                    CUSDUP01
001410         ORGANIZATION IS LINE SEQUENTIAL.                         CUSDUP01

001420 DATA DIVISION.                                                   CUSDUP01

001430 FILE SECTION.                                                    CUSDUP01

001440 FD  CUSTOMER-MASTER-FILE                                         CUSDUP01
001450     LABEL RECORDS ARE STANDARD.                                  CUSDUP01
001460     COPY CUSTMAST.                                               CUSDUP01

001470 SD  DUPLICATE-SORT-FILE                                          CUSDUP01
001480     DATA RECORD IS DUPLICATE-SORT-RECORD.                        CUSDUP01
001490 01  DUPLICATE-SORT-RECORD.                                       CUSDUP01
001500     05  SRT-MATCH-BASIS         PICTURE X(01).                   CUSDUP01
001510         88  SRT-ADDRESS-MATCH          VALUE 'A'.                CUSDUP01
001520         88  SRT-NAME-MATCH             VALUE 'N'.                CUSDUP01
001530         88  SRT-PHONE-MATCH            VALUE 'P'.                CUSDUP01
001540     05  SRT-MATCH-KEY           PICTURE X(40).                   CUSDUP01
001550     05  SRT-CUSTOMER-NUMBER     PICTURE X(08).                   CUSDUP01
001560     05  SRT-CUSTOMER-NAME       PICTURE X(20).                   CUSDUP01
001570     05  SRT-STREET-ADDRESS      PICTURE X(30).                   CUSDUP01
001580     05  SRT-CITY                PICTURE X(20).                   CUSDUP01
001590     05  SRT-STATE               PICTURE X(02).                   CUSDUP01
001600     05  SRT-ZIP-CODE            PICTURE X(09).                   CUSDUP01
001610     05  SRT-PHONE-NUMBER        PICTURE X(10).                   CUSDUP01

001620 FD  DUPLICATE-REPORT-FILE                                        CUSDUP01
001630     RECORD CONTAINS 133 CHARACTERS                               CUSDUP01
001640     LABEL RECORDS ARE OMITTED                                    CUSDUP01
001650     DATA RECORD IS DUPLICATE-REPORT-LINE.                        CUSDUP01
001660 01  DUPLICATE-REPORT-LINE.                                       CUSDUP01
001670     05  CARRIAGE-CONTROL        PICTURE X.                       CUSDUP01
001680     05  FILLER                  PICTURE X(132).                  CUSDUP01

001690 WORKING-STORAGE SECTION.                                         CUSDUP01

001700 01  PROGRAM-INDICATORS.                                          CUSDUP01
001710     05  ARE-THERE-MORE-CUSTOMERS                                 CUSDUP01
001720                                 PICTURE X(3) VALUE 'YES'.        CUSDUP01
001730     05  ARE-THERE-MORE-SORTED   PICTURE X(3) VALUE 'YES'.        CUSDUP01
001740     05  WS-FIRST-SORTED-SWITCH  PICTURE X(01) VALUE 'Y'.         CUSDUP01
001750         88  FIRST-SORTED-RECORD        VALUE 'Y'.                CUSDUP01
001760         88  NOT-FIRST-SORTED-RECORD    VALUE 'N'.                CUSDUP01

001770 01  WS-FILE-STATUS-FIELDS.                                       CUSDUP01
001780     05  WS-CUST-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      CUSDUP01

001790******************************************************************CUSDUP01
001800**                                                               *CUSDUP01
001810**  NORMALIZING WORK AREAS.  LOWER CASE IS FOLDED TO UPPER       *CUSDUP01
001820**  CASE, PUNCTUATION BECOMES A WORD BREAK, COMMON STREET WORDS  *CUSDUP01
001830**  ARE CUT TO THEIR POSTAL ABBREVIATIONS, AND THE RESULT IS     *CUSDUP01
001840**  SQUEEZED DOWN TO ITS LETTERS AND DIGITS.  THE STREET IS      *CUSDUP01
001850**  WORKED ON WITH A SPACE EACH SIDE SO THAT THE FIRST AND LAST  *CUSDUP01
001860**  WORDS ARE FOUND.                                             *CUSDUP01
001870**                                                               *CUSDUP01
001880******************************************************************CUSDUP01

001890 01  WS-NORMALIZE-FIELDS.                                         CUSDUP01
001900     05  WS-LOWER-CASE-LETTERS   PICTURE X(26)                    CUSDUP01
001910         VALUE 'abcdefghijklmnopqrstuvwxyz'.                      CUSDUP01
001920     05  WS-UPPER-CASE-LETTERS   PICTURE X(26)                    CUSDUP01
001930         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                      CUSDUP01
001940     05  WS-NORM-INPUT           PICTURE X(32) VALUE SPACES.      CUSDUP01
001950     05  WS-NORM-OUTPUT          PICTURE X(32) VALUE SPACES.      CUSDUP01
001960     05  WS-NORM-LENGTH          PICTURE 9(03) COMP VALUE ZERO.   CUSDUP01
001970     05  WS-NORM-INDEX           PICTURE 9(03) COMP VALUE ZERO.   CUSDUP01
001980     05  WS-NORM-CHAR            PICTURE X(01) VALUE SPACE.       CUSDUP01
001990         88  NORM-CHAR-IS-LETTER        VALUE 'A' THRU 'I'        CUSDUP01
002000                                              'J' THRU 'R'        CUSDUP01
002010                                              'S' THRU 'Z'.       CUSDUP01
002020         88  NORM-CHAR-IS-DIGIT         VALUE '0' THRU '9'.       CUSDUP01
002030     05  WS-NORM-KEEP-SWITCH     PICTURE X(01) VALUE 'A'.         CUSDUP01
002040         88  KEEP-LETTERS-AND-DIGITS    VALUE 'A'.                CUSDUP01
002050         88  KEEP-DIGITS-ONLY           VALUE 'D'.                CUSDUP01
002060     05  WS-ZIP5                 PICTURE X(05) VALUE SPACES.      CUSDUP01

002070 01  WS-MATCH-KEY-FIELDS.                                         CUSDUP01
002080     05  WS-KEY-NAME-AND-ZIP.                                     CUSDUP01
002090         10  WS-KEY-NAME         PICTURE X(20).                   CUSDUP01
002100         10  WS-KEY-NAME-ZIP     PICTURE X(05).                   CUSDUP01
002110     05  WS-KEY-STREET-AND-ZIP.                                   CUSDUP01
002120         10  WS-KEY-STREET       PICTURE X(32).                   CUSDUP01
002130         10  WS-KEY-STREET-ZIP   PICTURE X(05).                   CUSDUP01

002140 01  WS-GROUP-FIELDS.                                             CUSDUP01
002150     05  WS-PREV-MATCH-BASIS     PICTURE X(01) VALUE SPACE.       CUSDUP01
002160     05  WS-PREV-MATCH-KEY       PICTURE X(40) VALUE SPACES.      CUSDUP01
002170     05  WS-GROUP-SIZE           PICTURE 9(05) COMP VALUE ZERO.   CUSDUP01

002180 01  WS-HELD-CUSTOMER.                                            CUSDUP01
002190     05  WS-HELD-CUSTOMER-NUMBER PICTURE X(08).                   CUSDUP01
002200     05  WS-HELD-CUSTOMER-NAME   PICTURE X(20).                   CUSDUP01
002210     05  WS-HELD-STREET-ADDRESS  PICTURE X(30).                   CUSDUP01
002220     05  WS-HELD-CITY            PICTURE X(20).                   CUSDUP01
002230     05  WS-HELD-STATE           PICTURE X(02).                   CUSDUP01
002240     05  WS-HELD-ZIP-CODE        PICTURE X(09).                   CUSDUP01
002250     05  WS-HELD-PHONE-NUMBER    PICTURE X(10).                   CUSDUP01

002260 01  WS-RECONCILIATION-COUNTS.                                    CUSDUP01
002270     05  WS-CUSTOMERS-READ-COUNT PICTURE 9(07) COMP VALUE ZERO.   CUSDUP01
002280     05  WS-RETIRED-SKIPPED-COUNT                                 CUSDUP01
002290                                 PICTURE 9(07) COMP VALUE ZERO.   CUSDUP01
002300     05  WS-KEYS-RELEASED-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CUSDUP01
002310     05  WS-GROUPS-PRINTED-COUNT PICTURE 9(07) COMP VALUE ZERO.   CUSDUP01
002320     05  WS-CUSTOMERS-LISTED-COUNT                                CUSDUP01
002330                                 PICTURE 9(07) COMP VALUE ZERO.   CUSDUP01

002340 01  WS-RUN-DATE-FIELDS.                                          CUSDUP01
002350     05  WS-CURRENT-DATE.                                         CUSDUP01
002360         10  WS-CUR-CCYY         PICTURE 9(04).                   CUSDUP01
002370         10  WS-CUR-MM           PICTURE 9(02).                   CUSDUP01
002380         10  WS-CUR-DD           PICTURE 9(02).                   CUSDUP01
002390     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   CUSDUP01

002400 01  WS-PAGE-CONTROL.                                             CUSDUP01
002410     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   CUSDUP01
002420     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    CUSDUP01
002430     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         CUSDUP01

002440 01  WS-REPORT-HEADING-1.                                         CUSDUP01
002450     05  FILLER                  PICTURE X(10)                    CUSDUP01
002460                                 VALUE 'RUN DATE: '.              CUSDUP01
002470     05  WS-HDR-RUN-DATE         PICTURE X(10).                   CUSDUP01
002480     05  FILLER                  PICTURE X(13) VALUE SPACES.      CUSDUP01
002490     05  FILLER                  PICTURE X(29)                    CUSDUP01
002500                     VALUE 'DUPLICATE CUSTOMER CANDIDATES'.       CUSDUP01
002510     05  FILLER                  PICTURE X(12) VALUE SPACES.      CUSDUP01
002520     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    CUSDUP01
002530     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   CUSDUP01

002540 01  WS-REPORT-HEADING-2.                                         CUSDUP01
002550     05  FILLER                  PICTURE X(05) VALUE SPACES.      CUSDUP01
002560     05  FILLER                  PICTURE X(08)                    CUSDUP01
002570                                 VALUE 'CUST NBR'.                CUSDUP01
002580     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002590     05  FILLER                  PICTURE X(13)                    CUSDUP01
002600                                 VALUE 'CUSTOMER NAME'.           CUSDUP01
002610     05  FILLER                  PICTURE X(09) VALUE SPACES.      CUSDUP01
002620     05  FILLER                  PICTURE X(07)                    CUSDUP01
002630                                 VALUE 'ADDRESS'.                 CUSDUP01
002640     05  FILLER                  PICTURE X(25) VALUE SPACES.      CUSDUP01
002650     05  FILLER                  PICTURE X(04)                    CUSDUP01
002660                                 VALUE 'CITY'.                    CUSDUP01
002670     05  FILLER                  PICTURE X(18) VALUE SPACES.      CUSDUP01
002680     05  FILLER                  PICTURE X(02)                    CUSDUP01
002690                                 VALUE 'ST'.                      CUSDUP01
002700     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002710     05  FILLER                  PICTURE X(03)                    CUSDUP01
002720                                 VALUE 'ZIP'.                     CUSDUP01
002730     05  FILLER                  PICTURE X(08) VALUE SPACES.      CUSDUP01
002740     05  FILLER                  PICTURE X(05)                    CUSDUP01
002750                                 VALUE 'PHONE'.                   CUSDUP01

002760 01  WS-GROUP-HEADING-LINE.                                       CUSDUP01
002770     05  FILLER                  PICTURE X(11)                    CUSDUP01
002780                                 VALUE 'MATCHED ON '.             CUSDUP01
002790     05  WS-GRP-MATCH-BASIS      PICTURE X(16).                   CUSDUP01
002800     05  FILLER                  PICTURE X(02) VALUE ': '.        CUSDUP01
002810     05  WS-GRP-MATCH-KEY        PICTURE X(40).                   CUSDUP01

002820 01  WS-REPORT-DETAIL-LINE.                                       CUSDUP01
002830     05  FILLER                  PICTURE X(05) VALUE SPACES.      CUSDUP01
002840     05  WS-DTL-CUSTOMER-NUMBER  PICTURE X(08).                   CUSDUP01
002850     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002860     05  WS-DTL-CUSTOMER-NAME    PICTURE X(20).                   CUSDUP01
002870     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002880     05  WS-DTL-STREET-ADDRESS   PICTURE X(30).                   CUSDUP01
002890     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002900     05  WS-DTL-CITY             PICTURE X(20).                   CUSDUP01
002910     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002920     05  WS-DTL-STATE            PICTURE X(02).                   CUSDUP01
002930     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002940     05  WS-DTL-ZIP-CODE         PICTURE X(09).                   CUSDUP01
002950     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSDUP01
002960     05  WS-DTL-PHONE-NUMBER     PICTURE X(10).                   CUSDUP01

002970 01  WS-TRAILER-LINE-1.                                           CUSDUP01
002980     05  FILLER                  PICTURE X(20)                    CUSDUP01
002990                                 VALUE 'CUSTOMERS READ:     '.    CUSDUP01
003000     05  WS-TRL-CUSTOMERS-READ   PICTURE ZZZ,ZZ9.                 CUSDUP01
003010     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSDUP01
003020     05  FILLER                  PICTURE X(20)                    CUSDUP01
003030                                 VALUE 'RETIRED SKIPPED:    '.    CUSDUP01
003040     05  WS-TRL-RETIRED-SKIPPED  PICTURE ZZZ,ZZ9.                 CUSDUP01
003050     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSDUP01
003060     05  FILLER                  PICTURE X(20)                    CUSDUP01
003070                                 VALUE 'MATCH KEYS SORTED:  '.    CUSDUP01
003080     05  WS-TRL-KEYS-RELEASED    PICTURE ZZZ,ZZ9.                 CUSDUP01

003090 01  WS-TRAILER-LINE-2.                                           CUSDUP01
003100     05  FILLER                  PICTURE X(20)                    CUSDUP01
003110                                 VALUE 'CANDIDATE GROUPS:   '.    CUSDUP01
003120     05  WS-TRL-GROUPS-PRINTED   PICTURE ZZZ,ZZ9.                 CUSDUP01
003130     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSDUP01
003140     05  FILLER                  PICTURE X(20)                    CUSDUP01
003150                                 VALUE 'CUSTOMERS LISTED:   '.    CUSDUP01
003160     05  WS-TRL-CUSTOMERS-LISTED PICTURE ZZZ,ZZ9.                 CUSDUP01

003170 PROCEDURE DIVISION.                                              CUSDUP01

003180******************************************************************CUSDUP01
003190**                                                               *CUSDUP01
003200**  THIS PROGRAM READS THE CUSTOMER MASTER, RELEASES UP TO THREE *CUSDUP01
003210**  MATCH KEYS FOR EACH ACTIVE CUSTOMER - PHONE NUMBER, NAME AND *CUSDUP01
003220**  ZIP CODE, STREET ADDRESS AND ZIP CODE - AND SORTS THEM.  ANY *CUSDUP01
003230**  KEY SHARED BY TWO OR MORE CUSTOMERS IS PRINTED AS A GROUP OF *CUSDUP01
003240**  DUPLICATE CANDIDATES FOR REVIEW BEFORE A MERGE IS REQUESTED. *CUSDUP01
003250**  CUSTOMERS ALREADY RETIRED BY A MERGE ARE LEFT OUT.  IT IS    *CUSDUP01
003260**  ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE OPERATING *CUSDUP01
003270**  SYSTEM.                                                      *CUSDUP01
003280**                                                               *CUSDUP01
003290******************************************************************CUSDUP01

003300 A000-LIST-DUPLICATE-CANDIDATES.                                  CUSDUP01

003310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   CUSDUP01
003320     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               CUSDUP01
003330           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           CUSDUP01
003340     PERFORM C010-OPEN-CUSTOMER-MASTER-FILE.                      CUSDUP01
003430     OPEN OUTPUT DUPLICATE-REPORT-FILE.                           CUSDUP01
003440     SORT DUPLICATE-SORT-FILE                                     CUSDUP01
003450           ON ASCENDING KEY SRT-MATCH-BASIS                       CUSDUP01
003460                            SRT-MATCH-KEY                         CUSDUP01
003470                            SRT-CUSTOMER-NUMBER                   CUSDUP01
003480           INPUT PROCEDURE IS B000-EXTRACT-MATCH-KEYS             CUSDUP01
003490           OUTPUT PROCEDURE IS C000-PRINT-DUPLICATE-GROUPS.       CUSDUP01
003500     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   CUSDUP01
003510     CLOSE CUSTOMER-MASTER-FILE                                   CUSDUP01
003520           DUPLICATE-REPORT-FILE.                                 CUSDUP01
003530     STOP RUN.                                                    CUSDUP01

003540 A010-PRINT-RECONCILIATION-TRAILER.                               CUSDUP01
003550     MOVE WS-CUSTOMERS-READ-COUNT TO WS-TRL-CUSTOMERS-READ.       CUSDUP01
003560     MOVE WS-RETIRED-SKIPPED-COUNT TO WS-TRL-RETIRED-SKIPPED.     CUSDUP01
003570     MOVE WS-KEYS-RELEASED-COUNT TO WS-TRL-KEYS-RELEASED.         CUSDUP01
003580     WRITE DUPLICATE-REPORT-LINE FROM WS-TRAILER-LINE-1           CUSDUP01
003590           AFTER ADVANCING 2 LINES.                               CUSDUP01
003600     MOVE WS-GROUPS-PRINTED-COUNT TO WS-TRL-GROUPS-PRINTED.       CUSDUP01
003610     MOVE WS-CUSTOMERS-LISTED-COUNT TO WS-TRL-CUSTOMERS-LISTED.   CUSDUP01
003620     WRITE DUPLICATE-REPORT-LINE FROM WS-TRAILER-LINE-2           CUSDUP01
003630           AFTER ADVANCING 1 LINES.                               CUSDUP01

003640******************************************************************CUSDUP01
003650**                                                               *CUSDUP01
003660**  INPUT PROCEDURE.  EACH ACTIVE CUSTOMER RELEASES A PHONE KEY  *CUSDUP01
003670**  WHEN THE PHONE NUMBER HAS TEN DIGITS, AND A NAME KEY AND A   *CUSDUP01
003680**  STREET KEY WHEN THE FIRST FIVE DIGITS OF THE ZIP CODE ARE    *CUSDUP01
003690**  PRESENT.  A KEY THAT NORMALIZES TO NOTHING IS NOT RELEASED.  *CUSDUP01
003700**                                                               *CUSDUP01
003710******************************************************************CUSDUP01

003720 B000-EXTRACT-MATCH-KEYS.                                         CUSDUP01
003730     MOVE LOW-VALUES TO CUSTOMER-NUMBER-CUST.                     CUSDUP01
003740     START CUSTOMER-MASTER-FILE                                   CUSDUP01
003750           KEY IS NOT LESS THAN CUSTOMER-NUMBER-CUST              CUSDUP01
003760           INVALID KEY                                            CUSDUP01
003770              MOVE 'NO ' TO ARE-THERE-MORE-CUSTOMERS              CUSDUP01
003780     END-START.                                                   CUSDUP01
003790     PERFORM B002-READ-CUSTOMER-NEXT.                             CUSDUP01
003800     PERFORM B001-RELEASE-CUSTOMER-KEYS                           CUSDUP01
003810           UNTIL ARE-THERE-MORE-CUSTOMERS = 'NO '.                CUSDUP01

003820 B001-RELEASE-CUSTOMER-KEYS.                                      CUSDUP01
003830     IF CUSTOMER-IS-RETIRED                                       CUSDUP01
003840         ADD 1 TO WS-RETIRED-SKIPPED-COUNT                        CUSDUP01
003850     ELSE                                                         CUSDUP01
003860         MOVE CUSTOMER-NUMBER-CUST TO SRT-CUSTOMER-NUMBER         CUSDUP01
003870         MOVE CUSTOMER-NAME-CUST TO SRT-CUSTOMER-NAME             CUSDUP01
003880         MOVE STREET-ADDRESS-CUST TO SRT-STREET-ADDRESS           CUSDUP01
003890         MOVE CITY-CUST TO SRT-CITY                               CUSDUP01
003900         MOVE STATE-CUST TO SRT-STATE                             CUSDUP01
003910         MOVE ZIP-CODE-CUST TO SRT-ZIP-CODE                       CUSDUP01
003920         MOVE PHONE-NUMBER-CUST TO SRT-PHONE-NUMBER               CUSDUP01
003930         PERFORM B100-RELEASE-PHONE-KEY                           CUSDUP01
003940         MOVE ZIP-CODE-CUST (1:5) TO WS-ZIP5                      CUSDUP01
003950         IF WS-ZIP5 NUMERIC                                       CUSDUP01
003960            AND WS-ZIP5 NOT = '00000'                             CUSDUP01
003970             PERFORM B200-RELEASE-NAME-KEY                        CUSDUP01
003980             PERFORM B300-RELEASE-STREET-KEY                      CUSDUP01
003990         END-IF                                                   CUSDUP01
004000     END-IF.                                                      CUSDUP01
004010     PERFORM B002-READ-CUSTOMER-NEXT.                             CUSDUP01

004020 B002-READ-CUSTOMER-NEXT.                                         CUSDUP01
004030     READ CUSTOMER-MASTER-FILE NEXT RECORD                        CUSDUP01
004040           AT END                                                 CUSDUP01
004050              MOVE 'NO ' TO ARE-THERE-MORE-CUSTOMERS.             CUSDUP01
004060     IF ARE-THERE-MORE-CUSTOMERS = 'YES'                          CUSDUP01
004070         ADD 1 TO WS-CUSTOMERS-READ-COUNT                         CUSDUP01
004080     END-IF.                                                      CUSDUP01

004090 B100-RELEASE-PHONE-KEY.                                          CUSDUP01
004100     MOVE SPACES TO WS-NORM-INPUT.                                CUSDUP01
004110     MOVE PHONE-NUMBER-CUST TO WS-NORM-INPUT.                     CUSDUP01
004120     MOVE 'D' TO WS-NORM-KEEP-SWITCH.                             CUSDUP01
004130     PERFORM B900-SQUEEZE-NORM-INPUT.                             CUSDUP01
004140     IF WS-NORM-LENGTH = 10                                       CUSDUP01
004150        AND WS-NORM-OUTPUT (1:10) NOT = '0000000000'              CUSDUP01
004160         MOVE 'P' TO SRT-MATCH-BASIS                              CUSDUP01
004170         MOVE WS-NORM-OUTPUT TO SRT-MATCH-KEY                     CUSDUP01
004180         RELEASE DUPLICATE-SORT-RECORD                            CUSDUP01
004190         ADD 1 TO WS-KEYS-RELEASED-COUNT                          CUSDUP01
004200     END-IF.                                                      CUSDUP01

004210 B200-RELEASE-NAME-KEY.                                           CUSDUP01
004220     MOVE SPACES TO WS-NORM-INPUT.                                CUSDUP01
004230     MOVE CUSTOMER-NAME-CUST TO WS-NORM-INPUT.                    CUSDUP01
004240     INSPECT WS-NORM-INPUT                                        CUSDUP01
004250           CONVERTING WS-LOWER-CASE-LETTERS                       CUSDUP01
004260                   TO WS-UPPER-CASE-LETTERS.                      CUSDUP01
004270     MOVE 'A' TO WS-NORM-KEEP-SWITCH.                             CUSDUP01
004280     PERFORM B900-SQUEEZE-NORM-INPUT.                             CUSDUP01
004290     IF WS-NORM-LENGTH > ZERO                                     CUSDUP01
004300         MOVE WS-NORM-OUTPUT TO WS-KEY-NAME                       CUSDUP01
004310         MOVE WS-ZIP5 TO WS-KEY-NAME-ZIP                          CUSDUP01
004320         MOVE 'N' TO SRT-MATCH-BASIS                              CUSDUP01
004330         MOVE WS-KEY-NAME-AND-ZIP TO SRT-MATCH-KEY                CUSDUP01
004340         RELEASE DUPLICATE-SORT-RECORD                            CUSDUP01
004350         ADD 1 TO WS-KEYS-RELEASED-COUNT                          CUSDUP01
004360     END-IF.                                                      CUSDUP01

004370 B300-RELEASE-STREET-KEY.                                         CUSDUP01
004380     MOVE SPACES TO WS-NORM-INPUT.                                CUSDUP01
004390     MOVE STREET-ADDRESS-CUST TO WS-NORM-INPUT (2:30).            CUSDUP01
004400     INSPECT WS-NORM-INPUT                                        CUSDUP01
004410           CONVERTING WS-LOWER-CASE-LETTERS                       CUSDUP01
004420                   TO WS-UPPER-CASE-LETTERS.                      CUSDUP01
004430     INSPECT WS-NORM-INPUT                                        CUSDUP01
004440           CONVERTING '.,#-/' TO '     '.                         CUSDUP01
004450     PERFORM B310-ABBREVIATE-STREET-WORDS.                        CUSDUP01
004460     MOVE 'A' TO WS-NORM-KEEP-SWITCH.                             CUSDUP01
004470     PERFORM B900-SQUEEZE-NORM-INPUT.                             CUSDUP01
004480     IF WS-NORM-LENGTH > ZERO                                     CUSDUP01
004490         MOVE WS-NORM-OUTPUT TO WS-KEY-STREET                     CUSDUP01
004500         MOVE WS-ZIP5 TO WS-KEY-STREET-ZIP                        CUSDUP01
004510         MOVE 'A' TO SRT-MATCH-BASIS                              CUSDUP01
004520         MOVE WS-KEY-STREET-AND-ZIP TO SRT-MATCH-KEY              CUSDUP01
004530         RELEASE DUPLICATE-SORT-RECORD                            CUSDUP01
004540         ADD 1 TO WS-KEYS-RELEASED-COUNT                          CUSDUP01
004550     END-IF.                                                      CUSDUP01

004560******************************************************************CUSDUP01
004570**                                                               *CUSDUP01
004580**  EACH WORD IS REPLACED IN A SEPARATE PASS SO THAT TWO WORDS   *CUSDUP01
004590**  SHARING A SPACE, SUCH AS WEST AVENUE, ARE BOTH CUT.          *CUSDUP01
004600**                                                               *CUSDUP01
004610******************************************************************CUSDUP01

004620 B310-ABBREVIATE-STREET-WORDS.                                    CUSDUP01
004630     INSPECT WS-NORM-INPUT REPLACING ALL ' STREET '               CUSDUP01
004640                                      BY ' ST     '.              CUSDUP01
004650     INSPECT WS-NORM-INPUT REPLACING ALL ' AVENUE '               CUSDUP01
004660                                      BY ' AVE    '.              CUSDUP01
004670     INSPECT WS-NORM-INPUT REPLACING ALL ' ROAD '                 CUSDUP01
004680                                      BY ' RD   '.                CUSDUP01
004690     INSPECT WS-NORM-INPUT REPLACING ALL ' DRIVE '                CUSDUP01
004700                                      BY ' DR    '.               CUSDUP01
004710     INSPECT WS-NORM-INPUT REPLACING ALL ' LANE '                 CUSDUP01
004720                                      BY ' LN   '.                CUSDUP01
004730     INSPECT WS-NORM-INPUT REPLACING ALL ' BOULEVARD '            CUSDUP01
004740                                      BY ' BLVD      '.           CUSDUP01
004750     INSPECT WS-NORM-INPUT REPLACING ALL ' COURT '                CUSDUP01
004760                                      BY ' CT    '.               CUSDUP01
004770     INSPECT WS-NORM-INPUT REPLACING ALL ' PLACE '                CUSDUP01
004780                                      BY ' PL    '.               CUSDUP01
004790     INSPECT WS-NORM-INPUT REPLACING ALL ' PARKWAY '              CUSDUP01
004800                                      BY ' PKWY    '.             CUSDUP01
004810     INSPECT WS-NORM-INPUT REPLACING ALL ' HIGHWAY '              CUSDUP01
004820                                      BY ' HWY     '.             CUSDUP01
004830     INSPECT WS-NORM-INPUT REPLACING ALL ' APARTMENT '            CUSDUP01
004840                                      BY ' APT       '.           CUSDUP01
004850     INSPECT WS-NORM-INPUT REPLACING ALL ' SUITE '                CUSDUP01
004860                                      BY ' STE   '.               CUSDUP01
004870     INSPECT WS-NORM-INPUT REPLACING ALL ' NORTH '                CUSDUP01
004880                                      BY ' N     '.               CUSDUP01
004890     INSPECT WS-NORM-INPUT REPLACING ALL ' SOUTH '                CUSDUP01
004900                                      BY ' S     '.               CUSDUP01
004910     INSPECT WS-NORM-INPUT REPLACING ALL ' EAST '                 CUSDUP01
004920                                      BY ' E    '.                CUSDUP01
004930     INSPECT WS-NORM-INPUT REPLACING ALL ' WEST '                 CUSDUP01
004940                                      BY ' W    '.                CUSDUP01

004950 B900-SQUEEZE-NORM-INPUT.                                         CUSDUP01
004960     MOVE SPACES TO WS-NORM-OUTPUT.                               CUSDUP01
004970     MOVE ZERO TO WS-NORM-LENGTH.                                 CUSDUP01
004980     PERFORM B901-KEEP-NORM-CHARACTER                             CUSDUP01
004990           VARYING WS-NORM-INDEX FROM 1 BY 1                      CUSDUP01
005000           UNTIL WS-NORM-INDEX > 32.                              CUSDUP01

005010 B901-KEEP-NORM-CHARACTER.                                        CUSDUP01
005020     MOVE WS-NORM-INPUT (WS-NORM-INDEX:1) TO WS-NORM-CHAR.        CUSDUP01
005030     IF NORM-CHAR-IS-DIGIT                                        CUSDUP01
005040        OR (NORM-CHAR-IS-LETTER AND KEEP-LETTERS-AND-DIGITS)      CUSDUP01
005050         ADD 1 TO WS-NORM-LENGTH                                  CUSDUP01
005060         MOVE WS-NORM-CHAR TO WS-NORM-OUTPUT (WS-NORM-LENGTH:1)   CUSDUP01
005070     END-IF.                                                      CUSDUP01

005080******************************************************************CUSDUP01
005090**                                                               *CUSDUP01
005100**  OUTPUT PROCEDURE.  THE FIRST CUSTOMER OF EACH KEY IS HELD.   *CUSDUP01
005110**  WHEN A SECOND CUSTOMER ARRIVES WITH THE SAME KEY THE GROUP   *CUSDUP01
005120**  HEADING AND THE HELD CUSTOMER ARE PRINTED, THEN EVERY        *CUSDUP01
005130**  CUSTOMER SHARING THE KEY.  A KEY HELD BY ONE CUSTOMER ONLY   *CUSDUP01
005140**  PRINTS NOTHING.                                              *CUSDUP01
005150**                                                               *CUSDUP01
005160******************************************************************CUSDUP01

005170 C000-PRINT-DUPLICATE-GROUPS.                                     CUSDUP01
005180     PERFORM C004-RETURN-SORTED-RECORD.                           CUSDUP01
005190     PERFORM C001-CHECK-SORTED-RECORD                             CUSDUP01
005200           UNTIL ARE-THERE-MORE-SORTED = 'NO '.                   CUSDUP01

005210 C001-CHECK-SORTED-RECORD.                                        CUSDUP01
005220     IF NOT-FIRST-SORTED-RECORD                                   CUSDUP01
005230        AND SRT-MATCH-BASIS = WS-PREV-MATCH-BASIS                 CUSDUP01
005240        AND SRT-MATCH-KEY = WS-PREV-MATCH-KEY                     CUSDUP01
005250         ADD 1 TO WS-GROUP-SIZE                                   CUSDUP01
005260         IF WS-GROUP-SIZE = 2                                     CUSDUP01
005270             PERFORM C002-PRINT-GROUP-HEADING                     CUSDUP01
005280         END-IF                                                   CUSDUP01
005290         PERFORM C003-PRINT-CUSTOMER-LINE                         CUSDUP01
005300     ELSE                                                         CUSDUP01
005310         MOVE SRT-MATCH-BASIS TO WS-PREV-MATCH-BASIS              CUSDUP01
005320         MOVE SRT-MATCH-KEY TO WS-PREV-MATCH-KEY                  CUSDUP01
005330         MOVE 1 TO WS-GROUP-SIZE                                  CUSDUP01
005340         MOVE SRT-CUSTOMER-NUMBER TO WS-HELD-CUSTOMER-NUMBER      CUSDUP01
005350         MOVE SRT-CUSTOMER-NAME TO WS-HELD-CUSTOMER-NAME          CUSDUP01
005360         MOVE SRT-STREET-ADDRESS TO WS-HELD-STREET-ADDRESS        CUSDUP01
005370         MOVE SRT-CITY TO WS-HELD-CITY                            CUSDUP01
005380         MOVE SRT-STATE TO WS-HELD-STATE                          CUSDUP01
005390         MOVE SRT-ZIP-CODE TO WS-HELD-ZIP-CODE                    CUSDUP01
005400         MOVE SRT-PHONE-NUMBER TO WS-HELD-PHONE-NUMBER            CUSDUP01
005410     END-IF.                                                      CUSDUP01
005420     MOVE 'N' TO WS-FIRST-SORTED-SWITCH.                          CUSDUP01
005430     PERFORM C004-RETURN-SORTED-RECORD.                           CUSDUP01

005440 C002-PRINT-GROUP-HEADING.                                        CUSDUP01
005450     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CUSDUP01
005460         PERFORM C005-PRINT-PAGE-HEADERS                          CUSDUP01
005470     END-IF.                                                      CUSDUP01
005480     IF SRT-PHONE-MATCH                                           CUSDUP01
005490         MOVE 'PHONE NUMBER' TO WS-GRP-MATCH-BASIS                CUSDUP01
005500     ELSE                                                         CUSDUP01
005510         IF SRT-NAME-MATCH                                        CUSDUP01
005520             MOVE 'NAME AND ZIP' TO WS-GRP-MATCH-BASIS            CUSDUP01
005530         ELSE                                                     CUSDUP01
005540             MOVE 'STREET AND ZIP' TO WS-GRP-MATCH-BASIS          CUSDUP01
005550         END-IF                                                   CUSDUP01
005560     END-IF.                                                      CUSDUP01
005570     MOVE SRT-MATCH-KEY TO WS-GRP-MATCH-KEY.                      CUSDUP01
005580     WRITE DUPLICATE-REPORT-LINE FROM WS-GROUP-HEADING-LINE       CUSDUP01
005590           AFTER ADVANCING 2 LINES.                               CUSDUP01
005600     ADD 2 TO WS-LINE-COUNT.                                      CUSDUP01
005610     ADD 1 TO WS-GROUPS-PRINTED-COUNT.                            CUSDUP01
005620     MOVE WS-HELD-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.      CUSDUP01
005630     MOVE WS-HELD-CUSTOMER-NAME TO WS-DTL-CUSTOMER-NAME.          CUSDUP01
005640     MOVE WS-HELD-STREET-ADDRESS TO WS-DTL-STREET-ADDRESS.        CUSDUP01
005650     MOVE WS-HELD-CITY TO WS-DTL-CITY.                            CUSDUP01
005660     MOVE WS-HELD-STATE TO WS-DTL-STATE.                          CUSDUP01
005670     MOVE WS-HELD-ZIP-CODE TO WS-DTL-ZIP-CODE.                    CUSDUP01
005680     MOVE WS-HELD-PHONE-NUMBER TO WS-DTL-PHONE-NUMBER.            CUSDUP01
005690     PERFORM C006-WRITE-DETAIL-LINE.                              CUSDUP01

005700 C003-PRINT-CUSTOMER-LINE.                                        CUSDUP01
005710     MOVE SRT-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER-NUMBER.          CUSDUP01
005720     MOVE SRT-CUSTOMER-NAME TO WS-DTL-CUSTOMER-NAME.              CUSDUP01
005730     MOVE SRT-STREET-ADDRESS TO WS-DTL-STREET-ADDRESS.            CUSDUP01
005740     MOVE SRT-CITY TO WS-DTL-CITY.                                CUSDUP01
005750     MOVE SRT-STATE TO WS-DTL-STATE.                              CUSDUP01
005760     MOVE SRT-ZIP-CODE TO WS-DTL-ZIP-CODE.                        CUSDUP01
005770     MOVE SRT-PHONE-NUMBER TO WS-DTL-PHONE-NUMBER.                CUSDUP01
005780     PERFORM C006-WRITE-DETAIL-LINE.                              CUSDUP01

005790 C004-RETURN-SORTED-RECORD.                                       CUSDUP01
005800     RETURN DUPLICATE-SORT-FILE                                   CUSDUP01
005810           AT END                                                 CUSDUP01
005820              MOVE 'NO ' TO ARE-THERE-MORE-SORTED.                CUSDUP01

005830 C005-PRINT-PAGE-HEADERS.                                         CUSDUP01
005840     ADD 1 TO WS-PAGE-NUMBER.                                     CUSDUP01
005850     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   CUSDUP01
005860     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                CUSDUP01
005870     WRITE DUPLICATE-REPORT-LINE FROM WS-REPORT-HEADING-1         CUSDUP01
005880           AFTER ADVANCING PAGE.                                  CUSDUP01
005890     WRITE DUPLICATE-REPORT-LINE FROM WS-REPORT-HEADING-2         CUSDUP01
005900           AFTER ADVANCING 2 LINES.                               CUSDUP01
005910     MOVE ZERO TO WS-LINE-COUNT.                                  CUSDUP01

005920 C006-WRITE-DETAIL-LINE.                                          CUSDUP01
005930     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CUSDUP01
005940         PERFORM C005-PRINT-PAGE-HEADERS                          CUSDUP01
005950     END-IF.                                                      CUSDUP01
005960     WRITE DUPLICATE-REPORT-LINE FROM WS-REPORT-DETAIL-LINE       CUSDUP01
005970           AFTER ADVANCING 1 LINES.                               CUSDUP01
005980     ADD 1 TO WS-LINE-COUNT.                                      CUSDUP01
005990     ADD 1 TO WS-CUSTOMERS-LISTED-COUNT.                          CUSDUP01

006000 C010-OPEN-CUSTOMER-MASTER-FILE.                                  CUSDUP01
006010     OPEN INPUT CUSTOMER-MASTER-FILE.                             CUSDUP01
006020     IF WS-CUST-MASTER-STATUS NOT = '00'                          CUSDUP01
006030         DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER-FILE - STATUS '  CUSDUP01
006040               WS-CUST-MASTER-STATUS                              CUSDUP01
006050         MOVE 16 TO RETURN-CODE                                   CUSDUP01
006060         STOP RUN                                                 CUSDUP01
006070     END-IF.                                                      CUSDUP01

