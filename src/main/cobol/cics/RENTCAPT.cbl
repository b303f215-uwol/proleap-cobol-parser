001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - ONLINE CHECKOUT/RETURN
001200*                   CAPTURE FEEDING THE NIGHTLY RENTPROC.
001210*  2026-10-15 VSG   A CHECKOUT NOW BOUNCES WHEN THE MEMBER IS
001220*                   ALREADY AT THEIR MEMBERSHIP CLASS'S OPEN
001230*                   RENTAL OR NEW-RELEASE LIMIT (MEMCLASS).
001240*  2026-10-15 VSG   ENTRY WIDENED TO 49 COLUMNS FOR THE DEPOSIT-
001250*                   TAKEN FLAG; A HIGH-RISK-BAND CHECKOUT (SEE
001260*                   RISKFILE) BOUNCES UNLESS THE FLAG IS 'Y'.
001265*  2026-10-15 VSG   ENTRY WIDENED TO 51 COLUMNS FOR THE HOUSEHOLD
001270*                   MEMBER NUMBER; A CHECKOUT NAMING A MEMBER
001275*                   BOUNCES UNLESS THE MEMBER IS ON HHMFILE,
001280*                   ACTIVE, AND PERMITTED TO RENT.
001282*  2026-10-15 VSG   A MEMBER UNDER AGE FOR THE TITLE'S CONTENT
001284*                   RATING BOUNCES UNLESS THE ACCOUNT HOLDER HAS
001286*                   RECORDED CONSENT ON HHMFILE; EACH SUCH
001288*                   REFUSAL GOES TO THE RTOV TD QUEUE FOR THE
001290*                   NIGHTLY RATEOVR OVERRIDE REGISTER.
001292*  2026-10-15 VSG   AN UNLIMITED-RENTAL SUBSCRIBER (CLASS U)
001294*                   BOUNCES WHILE ANY TITLE IS OVERDUE, AS AT
001296*                   THE NIGHTLY CHECKOUT.
001297*  2026-10-15 VSG   TRANS TYPE 'D' ACCEPTED - A DROP-BOX RETURN,
001298*                   RETURNED TONIGHT AS OF THE PRIOR BUSINESS
001299*                   DAY.
001300*  2026-10-15 VSG   ENTRY WIDENED TO 52 COLUMNS FOR THE RETURN
001301*                   INSPECTION CONDITION (BLANK, G, W, D, OR U);
001302*                   A RETURN WITH ANY OTHER CODE BOUNCES.
001303*  2026-10-15 VSG   THE KEYING OPERATOR MUST BE ON OPRFILE AND
001304*                   ACTIVE ON THE TRANSACTION DATE, ELSE THE
001305*                   ENTRY BOUNCES AND THE REFUSAL GOES TO THE
001306*                   SECV TD QUEUE FOR THE MONTHLY ACCESS LISTING.
001307*  2026-10-15 VSG   A CHECKOUT RENTPROC WOULD REFUSE FOR THE
001308*                   BLOCK LIST, AN INACTIVE OR EXPIRED MEMBERSHIP,
001309*                   OR A RENTAL LIMIT IS HELD, NOT BOUNCED, UNTIL
001310*                   A MANAGER KEYS MGR, THEIR OPERATOR ID, AND A
001311*                   REASON CODE; THE APPROVED ENTRY QUEUES WITH
001312*                   THE OVERRIDE IN COLUMNS 53-57.  A MANAGER NOT
001313*                   CLEARED FOR OVERRIDES GOES TO SECV.
001314*=================================================================
001400*  CICS CAPTURE TRANSACTION ON THE WOCAPTR PATTERN: COUNTER
001500*  STAFF KEY CHECKOUT/RETURN/RENEWAL ENTRIES INTO MSGI IN
001600*  RENTCARD COLUMNS AS THEY HAPPEN.  THE ENTRY IS VALIDATED ON
002000*  RENTBRDG DRAINS THE QUEUE INTO PROD.VIDEO.RENTCARD FOR THE
002100*  NIGHTLY STEP025, SO THE CLOSING-TIME TRANSCRIPTION PASS -
002200*  THE SHOP'S BIGGEST ERROR SOURCE - GOES AWAY.
002210*
002220*  A CHECKOUT THAT WOULD ONLY FAIL TONIGHT ON THE BLOCK LIST,
002230*  THE MEMBERSHIP, OR THE MEMCLASS LIMITS IS HELD IN THE
002240*  COMMAREA.  THE MANAGER APPROVES IT ON THE NEXT SCREEN WITH
002250*  MGR IN COLUMNS 1-3, THEIR OPERATOR ID IN 4-6 AND A REASON
002260*  CODE IN 7-8 (PD BALANCE PAID AT THE COUNTER, RN MEMBERSHIP
002270*  RENEWED AT THE COUNTER, KC KNOWN CUSTOMER, OT OTHER); ANY
002280*  OTHER ENTRY DROPS THE HELD ONE.
002300*=================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100 COPY VERSTAMP.
003200 COPY VIDOREC.
003300 COPY BLOKREC.
003310 COPY CUSTREC.
003320 COPY RENTREC.
003330 COPY MEMCLASS.
003340 COPY RISKREC.
003350 COPY HHMREC.
003360 COPY RATOVRL.
003370 COPY OPRREC.
003380 COPY SECVLINE.
003400 COPY CICSMAP.
003500 01  WS-QUEUE-NAME                  PIC X(8)
003600     VALUE 'RENTCAPQ'.
003610 01  WS-RATING-TDQ-NAME             PIC X(4)
003620     VALUE 'RTOV'.
003630 01  WS-SECV-TDQ-NAME               PIC X(4)
003640     VALUE 'SECV'.
003700 01  WS-CAPTURE-FIELDS.
003800     05  WS-ENTRY-CODE              PIC 9(5).
003900     05  WS-ENTRY-CODE-X REDEFINES WS-ENTRY-CODE
004500     05  WS-ENTRY-LENGTH            PIC S9(4) COMP.
004600     05  WS-ENTRY-OK-SW             PIC X(1).
004700         88  WS-ENTRY-OK            VALUE 'Y'.
004710     05  WS-BROWSE-DONE-SW          PIC X(1).
004720         88  WS-BROWSE-DONE         VALUE 'Y'.
004730     05  WS-ENTRY-TIER              PIC X(1).
004740         88  WS-ENTRY-NEW-RELEASE   VALUE 'N'.
004750     05  WS-MEMBER-CLASS            PIC X(1).
004755         88  WS-MEMBER-SUBSCRIBER   VALUE 'U'.
004760     05  WS-MAX-OPEN                PIC 9(2).
004770     05  WS-MAX-NEW-RELEASE         PIC 9(2).
004780     05  WS-OPEN-COUNT              PIC 9(3).
004790     05  WS-NEW-RELEASE-COUNT       PIC 9(3).
004791     05  WS-OVERDUE-COUNT           PIC 9(3).
004792     05  WS-ENTRY-RATING            PIC X(1).
004793         88  WS-ENTRY-RESTRICTED    VALUE 'R' 'N' 'X'.
004794         88  WS-ENTRY-ADULTS-ONLY   VALUE 'N' 'X'.
004795     05  WS-ENTRY-DATE              PIC 9(8).
004796     05  WS-RENTER-AGE              PIC 9(2).
004797     05  WS-RATING-MIN-AGE          PIC 9(2).
004798     05  WS-OPERATOR-OK-SW          PIC X(1).
004799         88  WS-OPERATOR-OK         VALUE 'Y'.
004800     05  WS-HOLD-REASON             PIC X(30).
004801*=================================================================
004802*    MANAGER APPROVAL OF A HELD ENTRY, AS KEYED INTO MSGI
004803*=================================================================
004804 01  WS-APPROVAL-LINE.
004805     05  WS-AP-KEYWORD              PIC X(3).
004806         88  WS-AP-MANAGER-APPROVAL VALUE 'MGR'.
004807     05  WS-AP-MANAGER-ID           PIC X(3).
004808     05  WS-AP-REASON               PIC X(2).
004809         88  WS-AP-REASON-VALID     VALUE 'PD' 'RN' 'KC' 'OT'.
004810*=================================================================
004811*    HELD ENTRY CARRIED IN THE COMMAREA TO THE NEXT SCREEN
004812*=================================================================
004813 01  WS-HOLD-AREA.
004814     05  WS-HOLD-SW                 PIC X(1).
004815         88  WS-ENTRY-HELD          VALUE 'Y'.
004816     05  WS-HELD-ENTRY              PIC X(80).
004817*=================================================================
004900*    QUEUED ENTRY - EXACTLY THE RENTCARD LAYOUT, SO THE BRIDGE
005000*    CAN DRAIN STRAIGHT INTO THE NIGHTLY CARD DATASET
005100*=================================================================
005500     05  WS-RT-TRANS-TYPE           PIC X(1).
005600         88  WS-RT-CHECKOUT         VALUE 'C'.
005700         88  WS-RT-RETURN           VALUE 'R'.
005710         88  WS-RT-DROP-BOX-RETURN  VALUE 'D'.
005800         88  WS-RT-RENEWAL          VALUE 'N'.
005900     05  WS-RT-TRANS-DATE           PIC X(8).
006000     05  WS-RT-PROMO-CODE           PIC X(6).
006400     05  WS-RT-GIFT-AMOUNT          PIC X(7).
006500     05  WS-RT-REGISTER-ID          PIC X(2).
006600     05  WS-RT-OPERATOR-ID          PIC X(3).
006610     05  WS-RT-DEPOSIT-FLAG         PIC X(1).
006620         88  WS-RT-DEPOSIT-TAKEN    VALUE 'Y'.
006630     05  WS-RT-MEMBER-NO            PIC X(2).
006640     05  WS-RT-RETURN-CONDITION     PIC X(1).
006650         88  WS-RT-CONDITION-VALID  VALUE SPACE 'G' 'W' 'D' 'U'.
006660     05  WS-RT-OVERRIDE-MANAGER     PIC X(3).
006670     05  WS-RT-OVERRIDE-REASON      PIC X(2).
006700     05  FILLER                     PIC X(23).
006800 01  WS-REPLY-TEXT                  PIC X(100).
006900 LINKAGE SECTION.
007000 01  DFHCOMMAREA.
007100     05  CA-HOLD-SW                 PIC X(1).
007110         88  CA-ENTRY-HELD          VALUE 'Y'.
007120     05  CA-HELD-ENTRY              PIC X(80).
007200 PROCEDURE DIVISION USING DFHCOMMAREA.
007300*=================================================================
007400 0000-MAINLINE.
007410     MOVE 'N' TO WS-HOLD-SW
007420     MOVE SPACES TO WS-HELD-ENTRY
007500     PERFORM 1000-RECEIVE-THE-ENTRY
007501     IF EIBCALEN > ZERO
007502         AND CA-ENTRY-HELD
007503         AND WS-AP-MANAGER-APPROVAL
007504         PERFORM 4000-APPLY-MANAGER-APPROVAL
007505     ELSE
007510         PERFORM 1500-CHECK-THE-OPERATOR
007520         IF WS-OPERATOR-OK
007530             PERFORM 2000-VALIDATE-THE-ENTRY
007540         ELSE
007550             MOVE 'N' TO WS-ENTRY-OK-SW
007560         END-IF
007700         IF WS-ENTRY-OK
007800             PERFORM 2500-WRITE-CAPTURE-QUEUE
007810         END-IF
007900     END-IF
008000     PERFORM 3000-SEND-THE-REPLY
008100     EXEC CICS RETURN
008200               TRANSID(EIBTRNID)
008300               COMMAREA(WS-HOLD-AREA)
008400               LENGTH(81)
008500     END-EXEC.
008600*=================================================================
008700*    1000-RECEIVE-THE-ENTRY - MSGI CARRIES THE RENTCARD COLUMNS
009200               INTO(CICSMAPI)
009300     END-EXEC
009400     MOVE SPACES TO WS-RENTAL-ENTRY
009500     MOVE MSGI (1:52) TO WS-RENTAL-ENTRY (1:52)
009501     MOVE MSGI (1:8) TO WS-APPROVAL-LINE.
009502*=================================================================
009503*    1500-CHECK-THE-OPERATOR - ON OPRFILE AND ACTIVE ON THE
009504*    TRANSACTION DATE
009505*=================================================================
009506 1500-CHECK-THE-OPERATOR.
009507     MOVE 'N' TO WS-OPERATOR-OK-SW
009508     MOVE SPACES TO SV-REASON
009509     IF WS-RT-OPERATOR-ID = SPACES
009510         MOVE 'OPERATOR ID MISSING' TO SV-REASON
009511     ELSE
009512         EXEC CICS READ FILE('OPRFILE')
009513                   INTO(OPERATOR-RECORD)
009514                   RIDFLD(WS-RT-OPERATOR-ID)
009515                   RESP(WS-RESPONSE)
009516         END-EXEC
009517         IF WS-RESPONSE NOT = DFHRESP(NORMAL)
009518             MOVE 'OPERATOR NOT ON PROFILE FILE' TO SV-REASON
009519         ELSE
009520             IF WS-RT-TRANS-DATE < OPR-ACTIVE-FROM
009521                 OR (OPR-ACTIVE-TO > ZERO
009522                     AND WS-RT-TRANS-DATE > OPR-ACTIVE-TO)
009523                 MOVE 'OPERATOR NOT ACTIVE' TO SV-REASON
009524             END-IF
009525         END-IF
009526     END-IF
009527     IF SV-REASON = SPACES
009528         MOVE 'Y' TO WS-OPERATOR-OK-SW
009529     ELSE
009530         MOVE WS-RT-OPERATOR-ID TO SV-OPERATOR-ID
009531         MOVE SPACE TO SV-FUNCTION
009532         PERFORM 1600-LOG-OPERATOR-REFUSAL
009533         MOVE 'RENTCAPT: OPERATOR REFUSED - ' TO WS-REPLY-TEXT
009534         MOVE SV-REASON TO WS-REPLY-TEXT (30:30)
009535     END-IF.
009536*=================================================================
009537*    1600-LOG-OPERATOR-REFUSAL - SECVLINE TO THE SECV QUEUE, WHICH
009538*    OPRLIST PRINTS ON THE MONTHLY ACCESS LISTING (OPERATOR AND
009539*    FUNCTION SET BY THE CALLER)
009540*=================================================================
009541 1600-LOG-OPERATOR-REFUSAL.
009542     MOVE WS-RT-TRANS-DATE           TO SV-DATE
009543     MOVE 'RENTCAPT'                 TO SV-SOURCE
009544     MOVE ZERO                       TO SV-AMOUNT
009545     MOVE SPACES                     TO SV-ITEM-KEY
009546     MOVE WS-RT-VIDEO-CODE           TO SV-ITEM-KEY (1:5)
009547     MOVE WS-RT-CUSTOMER-ID          TO SV-ITEM-KEY (7:6)
009548     MOVE LENGTH OF SECURITY-VIOLATION-LINE TO WS-ENTRY-LENGTH
009549     EXEC CICS WRITEQ TD
009550               QUEUE(WS-SECV-TDQ-NAME)
009551               FROM(SECURITY-VIOLATION-LINE)
009552               LENGTH(WS-ENTRY-LENGTH)
009553     END-EXEC.
009600*=================================================================
009700*    2000-VALIDATE-THE-ENTRY - THE SAME EDITS CHECKOUT WILL
009800*    APPLY TONIGHT, SO A BAD ENTRY BOUNCES WHILE THE CUSTOMER
010000*=================================================================
010100 2000-VALIDATE-THE-ENTRY.
010200     MOVE 'N' TO WS-ENTRY-OK-SW
010210     MOVE SPACES TO WS-HOLD-REASON
010300     IF WS-RT-VIDEO-CODE NOT NUMERIC
010400         MOVE 'RENTCAPT: VIDEO-CODE NOT NUMERIC'
010500             TO WS-REPLY-TEXT
011000         ELSE
011100             IF NOT WS-RT-CHECKOUT
011200                 AND NOT WS-RT-RETURN
011210                 AND NOT WS-RT-DROP-BOX-RETURN
011300                 AND NOT WS-RT-RENEWAL
011400                 MOVE 'RENTCAPT: INVALID TRANS TYPE'
011500                     TO WS-REPLY-TEXT
011600             ELSE
011610                 IF NOT WS-RT-CHECKOUT
011620                     AND NOT WS-RT-RENEWAL
011630                     AND NOT WS-RT-CONDITION-VALID
011640                     MOVE 'RENTCAPT: INVALID RETURN CONDITION'
011650                         TO WS-REPLY-TEXT
011660                 ELSE
011700                     PERFORM 2100-CHECK-THE-VIDEO
011710                 END-IF
011800             END-IF
011900         END-IF
012000     END-IF.
013600             MOVE 'RENTCAPT: TITLE IS WRITTEN OFF'
013700                 TO WS-REPLY-TEXT
013800         ELSE
013810             MOVE VIDEO-PRICE-TIER TO WS-ENTRY-TIER
013820             MOVE VIDEO-RATING TO WS-ENTRY-RATING
013900             PERFORM 2200-CHECK-THE-BLOCK-LIST
014000         END-IF
014100     END-IF.
014200*=================================================================
014300*    2200-CHECK-THE-BLOCK-LIST - A CHECKOUT CUSTOMER ON THE
014400*    BLOCK LIST IS HELD FOR A MANAGER NOW, NOT REFUSED TONIGHT
014500*=================================================================
014600 2200-CHECK-THE-BLOCK-LIST.
014700     IF WS-RT-CHECKOUT
015200                   RESP(WS-RESPONSE)
015300         END-EXEC
015400         IF WS-RESPONSE = DFHRESP(NORMAL)
015500             MOVE 'CUSTOMER ON BLOCK LIST' TO WS-HOLD-REASON
016100         END-IF
016110         PERFORM 2300-CHECK-RENTAL-LIMITS
016200     ELSE
016300         MOVE 'Y' TO WS-ENTRY-OK-SW
016400         MOVE 'RENTCAPT: ENTRY QUEUED FOR TONIGHT'
016500             TO WS-REPLY-TEXT
016600     END-IF.
016601*=================================================================
016602*    2300-CHECK-RENTAL-LIMITS - THE MEMBER'S CLASS (CUSTFILE)
016603*    SETS THE MEMCLASS LIMITS; THE OPEN RENTALS ON FILE ARE
016604*    COUNTED THROUGH THE RENTAL-CUSTOMER-ID ALTERNATE INDEX
016605*    (RENTCAIX) SO AN OVER-LIMIT CHECKOUT IS HELD BEFORE THE
016606*    TAPE CROSSES THE COUNTER.  AN INACTIVE OR EXPIRED
016607*    MEMBERSHIP IS HELD THE SAME WAY.
016608*=================================================================
016609 2300-CHECK-RENTAL-LIMITS.
016610     MOVE 'S' TO WS-MEMBER-CLASS
016611     IF WS-RT-TRANS-DATE NUMERIC
016612         MOVE WS-RT-TRANS-DATE TO WS-ENTRY-DATE
016613     ELSE
016614         MOVE ZERO TO WS-ENTRY-DATE
016615     END-IF
016616     EXEC CICS READ FILE('CUSTFILE')
016617               INTO(CUSTOMER-RECORD)
016618               RIDFLD(WS-ENTRY-CUSTOMER)
016619               RESP(WS-RESPONSE)
016620     END-EXEC
016621     IF WS-RESPONSE = DFHRESP(NORMAL)
016622         AND CUSTOMER-CLASS-VALID
016623         MOVE CUSTOMER-MEMBER-CLASS TO WS-MEMBER-CLASS
016624     END-IF
016625     IF WS-RESPONSE = DFHRESP(NORMAL)
016626         AND WS-HOLD-REASON = SPACES
016627         IF CUSTOMER-IS-INACTIVE
016628             MOVE 'CUSTOMER INACTIVE' TO WS-HOLD-REASON
016629         ELSE
016630             IF CUSTOMER-EXPIRY-DATE > ZERO
016631                 AND CUSTOMER-EXPIRY-DATE < WS-ENTRY-DATE
016632                 MOVE 'MEMBERSHIP EXPIRED' TO WS-HOLD-REASON
016633             END-IF
016634         END-IF
016635     END-IF
016636     MOVE 05 TO WS-MAX-OPEN
016637     MOVE 03 TO WS-MAX-NEW-RELEASE
016638     SET MCLS-IDX TO 1
016639     SEARCH MEMBER-CLASS-ROW
016640         AT END
016641             CONTINUE
016642         WHEN MCLS-CLASS-CODE (MCLS-IDX) = WS-MEMBER-CLASS
016643             MOVE MCLS-MAX-OPEN (MCLS-IDX) TO WS-MAX-OPEN
016644             MOVE MCLS-MAX-NEW-RELEASE (MCLS-IDX)
016645                 TO WS-MAX-NEW-RELEASE
016646     END-SEARCH
016647     PERFORM 2310-BROWSE-OPEN-RENTALS
016648     IF WS-HOLD-REASON = SPACES
016649         PERFORM 2330-CHECK-THE-LIMITS
016650     END-IF
016651     PERFORM 2400-CHECK-SECURITY-DEPOSIT.
016652*=================================================================
016653*    2330-CHECK-THE-LIMITS - OPEN, NEW-RELEASE, AND SUBSCRIBER
016654*    OVERDUE LIMITS FOR THE MEMBER'S CLASS
016655*=================================================================
016656 2330-CHECK-THE-LIMITS.
016657     IF WS-OPEN-COUNT >= WS-MAX-OPEN
016658         MOVE 'OPEN RENTAL LIMIT - CLASS' TO WS-HOLD-REASON
016659         MOVE WS-MEMBER-CLASS TO WS-HOLD-REASON (27:1)
016660     ELSE
016661         IF WS-ENTRY-NEW-RELEASE
016662             AND WS-NEW-RELEASE-COUNT >= WS-MAX-NEW-RELEASE
016663             MOVE 'NEW RELEASE LIMIT - CLASS' TO WS-HOLD-REASON
016664             MOVE WS-MEMBER-CLASS TO WS-HOLD-REASON (27:1)
016665         ELSE
016666             IF WS-MEMBER-SUBSCRIBER
016667                 AND WS-OVERDUE-COUNT > ZERO
016668                 MOVE 'SUBSCRIBER HAS A TITLE OVERDUE'
016669                     TO WS-HOLD-REASON
016670             END-IF
016671         END-IF
016672     END-IF.
016673*=================================================================
016674*    2400-CHECK-SECURITY-DEPOSIT - A HIGH-RISK-BAND CUSTOMER
016675*    RENTS ONLY AGAINST A DEPOSIT, AS RENTPROC WILL DEMAND
016676*=================================================================
016677 2400-CHECK-SECURITY-DEPOSIT.
016678     EXEC CICS READ FILE('RISKFILE')
016679               INTO(RISK-RECORD)
016680               RIDFLD(WS-ENTRY-CUSTOMER)
016681               RESP(WS-RESPONSE)
016682     END-EXEC
016683     IF WS-RESPONSE = DFHRESP(NORMAL)
016684         AND RISK-BAND-HIGH
016685         AND NOT WS-RT-DEPOSIT-TAKEN
016686         MOVE 'RENTCAPT: HIGH RISK - SECURITY DEPOSIT REQUIRED'
016687             TO WS-REPLY-TEXT
016688     ELSE
016689         PERFORM 2450-CHECK-HOUSEHOLD-MEMBER
016690     END-IF.
016691*=================================================================
016692*    2450-CHECK-HOUSEHOLD-MEMBER - A CHECKOUT NAMING A MEMBER
016693*    OF THE HOUSEHOLD (01-99) BOUNCES UNLESS THAT MEMBER MAY
016694*    RENT ON THE ACCOUNT; BLANK OR 00 IS THE ACCOUNT HOLDER
016695*=================================================================
016696 2450-CHECK-HOUSEHOLD-MEMBER.
016697     IF WS-RT-MEMBER-NO = SPACES
016698         OR WS-RT-MEMBER-NO = '00'
016699         PERFORM 2480-QUEUE-OR-HOLD
016700     ELSE
016701         IF WS-RT-MEMBER-NO NOT NUMERIC
016702             MOVE 'RENTCAPT: MEMBER NUMBER NOT NUMERIC'
016703                 TO WS-REPLY-TEXT
016704         ELSE
016705             MOVE WS-ENTRY-CUSTOMER TO HHM-CUSTOMER-ID
016706             MOVE WS-RT-MEMBER-NO TO HHM-MEMBER-NO
016707             EXEC CICS READ FILE('HHMFILE')
016708                       INTO(HOUSEHOLD-MEMBER-RECORD)
016709                       RIDFLD(HHM-KEY)
016710                       RESP(WS-RESPONSE)
016711             END-EXEC
016712             IF WS-RESPONSE NOT = DFHRESP(NORMAL)
016713                 MOVE 'RENTCAPT: MEMBER NOT ON ACCOUNT'
016714                     TO WS-REPLY-TEXT
016715             ELSE
016716                 IF HHM-IS-INACTIVE
016717                     OR NOT HHM-MAY-RENT
016718                     MOVE 'RENTCAPT: MEMBER MAY NOT RENT'
016719                         TO WS-REPLY-TEXT
016720                 ELSE
016721                     PERFORM 2460-CHECK-CONTENT-RATING
016722                 END-IF
016723             END-IF
016724         END-IF
016725     END-IF.
016726*=================================================================
016727*    2460-CHECK-CONTENT-RATING - A RESTRICTED TITLE (R UNDER 17,
016728*    NC-17/ADULTS-ONLY UNDER 18) BOUNCES FOR AN UNDERAGE MEMBER
016729*    WITHOUT THE ACCOUNT HOLDER'S CONSENT; NO BIRTH DATE ON FILE
016730*    COUNTS AS UNDERAGE.  THE REFUSAL IS LOGGED TO RTOV.
016731*=================================================================
016732 2460-CHECK-CONTENT-RATING.
016733     MOVE ZERO TO WS-RENTER-AGE
016734     IF WS-RT-TRANS-DATE NUMERIC
016735         MOVE WS-RT-TRANS-DATE TO WS-ENTRY-DATE
016736     ELSE
016737         MOVE ZERO TO WS-ENTRY-DATE
016738     END-IF
016739     IF HHM-BIRTH-DATE NUMERIC
016740         AND HHM-BIRTH-DATE > ZERO
016741         AND HHM-BIRTH-DATE NOT > WS-ENTRY-DATE
016742         COMPUTE WS-RENTER-AGE =
016743             (WS-ENTRY-DATE - HHM-BIRTH-DATE) / 10000
016744     END-IF
016745     IF WS-ENTRY-ADULTS-ONLY
016746         MOVE 18 TO WS-RATING-MIN-AGE
016747     ELSE
016748         MOVE 17 TO WS-RATING-MIN-AGE
016749     END-IF
016750     IF WS-ENTRY-RESTRICTED
016751         AND WS-RENTER-AGE < WS-RATING-MIN-AGE
016752         AND NOT HHM-CONSENT-GIVEN
016753         MOVE 'RENTCAPT: RESTRICTED TITLE - UNDERAGE'
016754             TO WS-REPLY-TEXT
016755         PERFORM 2470-LOG-RATING-REFUSAL
016756     ELSE
016757         PERFORM 2480-QUEUE-OR-HOLD
016758     END-IF.
016759*=================================================================
016760*    2470-LOG-RATING-REFUSAL - RATOVRL LINE TO THE RTOV QUEUE,
016761*    WHICH RENTPROC LISTS AT THE HEAD OF THE RATEOVR REGISTER
016762*=================================================================
016763 2470-LOG-RATING-REFUSAL.
016764     MOVE 'R'                        TO RO-ACTION
016765     MOVE WS-RT-TRANS-DATE           TO RO-TRANS-DATE
016766     MOVE WS-RT-CUSTOMER-ID          TO RO-CUSTOMER-ID
016767     MOVE WS-RT-MEMBER-NO            TO RO-MEMBER-NO
016768     MOVE WS-RT-VIDEO-CODE           TO RO-VIDEO-CODE
016769     MOVE WS-ENTRY-RATING            TO RO-RATING
016770     MOVE WS-RENTER-AGE              TO RO-RENTER-AGE
016771     MOVE 'RENTCAPT'                 TO RO-SOURCE
016772     MOVE WS-RT-REGISTER-ID          TO RO-REGISTER-ID
016773     MOVE WS-RT-OPERATOR-ID          TO RO-OPERATOR-ID
016774     MOVE HHM-NAME                   TO RO-MEMBER-NAME
016775     MOVE LENGTH OF RATING-OVERRIDE-LINE TO WS-ENTRY-LENGTH
016776     EXEC CICS WRITEQ TD
016777               QUEUE(WS-RATING-TDQ-NAME)
016778               FROM(RATING-OVERRIDE-LINE)
016779               LENGTH(WS-ENTRY-LENGTH)
016780     END-EXEC.
016781*=================================================================
016782*    2480-QUEUE-OR-HOLD - EVERY OTHER EDIT HAS PASSED; A
016783*    CHECKOUT WITH A HOLD REASON WAITS IN THE COMMAREA FOR A
016784*    MANAGER'S APPROVAL INSTEAD OF QUEUING
016785*=================================================================
016786 2480-QUEUE-OR-HOLD.
016787     IF WS-HOLD-REASON = SPACES
016788         MOVE 'Y' TO WS-ENTRY-OK-SW
016789         MOVE 'RENTCAPT: ENTRY QUEUED FOR TONIGHT'
016790             TO WS-REPLY-TEXT
016791     ELSE
016792         MOVE 'Y' TO WS-HOLD-SW
016793         MOVE WS-RENTAL-ENTRY TO WS-HELD-ENTRY
016794         MOVE 'RENTCAPT: HELD - ' TO WS-REPLY-TEXT
016795         MOVE WS-HOLD-REASON TO WS-REPLY-TEXT (18:30)
016796         MOVE '- MANAGER KEYS MGR, ID, REASON'
016797             TO WS-REPLY-TEXT (49:30)
016798     END-IF.
016799*=================================================================
016800*    2310-BROWSE-OPEN-RENTALS - SAME WALK AS CUSTINQ
016801*=================================================================
016802 2310-BROWSE-OPEN-RENTALS.
016803     MOVE 'N' TO WS-BROWSE-DONE-SW
016804     MOVE ZERO TO WS-OPEN-COUNT
016805     MOVE ZERO TO WS-NEW-RELEASE-COUNT
016806     MOVE ZERO TO WS-OVERDUE-COUNT
016807     MOVE WS-ENTRY-CUSTOMER TO RENTAL-CUSTOMER-ID
016808     EXEC CICS STARTBR FILE('RENTCAIX')
016809               RIDFLD(RENTAL-CUSTOMER-ID)
016810               RESP(WS-RESPONSE)
016811     END-EXEC
016812     IF WS-RESPONSE NOT = DFHRESP(NORMAL)
016813         MOVE 'Y' TO WS-BROWSE-DONE-SW
016814     END-IF
016815     PERFORM 2320-COUNT-ONE-RENTAL
016816         UNTIL WS-BROWSE-DONE
016817     EXEC CICS ENDBR FILE('RENTCAIX')
016818               RESP(WS-RESPONSE)
016819     END-EXEC.
016820*=================================================================
016821*    2320-COUNT-ONE-RENTAL
016822*=================================================================
016823 2320-COUNT-ONE-RENTAL.
016824     EXEC CICS READNEXT FILE('RENTCAIX')
016825               INTO(RENTAL-RECORD)
016826               RIDFLD(RENTAL-CUSTOMER-ID)
016827               RESP(WS-RESPONSE)
016828     END-EXEC
016829     IF WS-RESPONSE NOT = DFHRESP(NORMAL)
016830         MOVE 'Y' TO WS-BROWSE-DONE-SW
016831     ELSE
016832         IF RENTAL-CUSTOMER-ID NOT = WS-ENTRY-CUSTOMER
016833             MOVE 'Y' TO WS-BROWSE-DONE-SW
016834         ELSE
016835             IF RENTAL-OPEN
016836                 ADD 1 TO WS-OPEN-COUNT
016837                 IF RENTAL-DUE-DATE < WS-ENTRY-DATE
016838                     ADD 1 TO WS-OVERDUE-COUNT
016839                 END-IF
016840                 EXEC CICS READ FILE('VIDOFILE')
016841                           INTO(VIDEO-RECORD)
016842                           RIDFLD(RENTAL-VIDEO-CODE)
016843                           RESP(WS-RESPONSE)
016844                 END-EXEC
016845                 IF WS-RESPONSE = DFHRESP(NORMAL)
016846                     AND VIDEO-TIER-NEW-RELEASE
016847                     ADD 1 TO WS-NEW-RELEASE-COUNT
016848                 END-IF
016849             END-IF
016850         END-IF
016851     END-IF.
016852*=================================================================
016853*    2500-WRITE-CAPTURE-QUEUE - SAME TSQ SHAPE AS WOCAPTR
016900*=================================================================
017000 2500-WRITE-CAPTURE-QUEUE.
017100     MOVE LENGTH OF WS-RENTAL-ENTRY TO WS-ENTRY-LENGTH
018300               MAPSET('SCRNSET')
018400               FROM(CICSMAPO)
018500     END-EXEC.
018600*=================================================================
018700*    4000-APPLY-MANAGER-APPROVAL - THE HELD ENTRY QUEUES WITH THE
018800*    MANAGER AND REASON CODE IN COLUMNS 53-57 ONCE THE MANAGER
018900*    CLEARS; A REFUSED APPROVAL LEAVES THE ENTRY HELD
019000*=================================================================
019100 4000-APPLY-MANAGER-APPROVAL.
019200     MOVE CA-HELD-ENTRY TO WS-RENTAL-ENTRY
019300     MOVE 'Y' TO WS-HOLD-SW
019400     MOVE CA-HELD-ENTRY TO WS-HELD-ENTRY
019500     IF NOT WS-AP-REASON-VALID
019600         MOVE 'RENTCAPT: OVERRIDE REASON MUST BE PD, RN, KC OR OT'
019700             TO WS-REPLY-TEXT
019800     ELSE
019900         PERFORM 4100-CHECK-THE-MANAGER
020000         IF SV-REASON = SPACES
020100             MOVE WS-AP-MANAGER-ID TO WS-RT-OVERRIDE-MANAGER
020200             MOVE WS-AP-REASON TO WS-RT-OVERRIDE-REASON
020300             PERFORM 2500-WRITE-CAPTURE-QUEUE
020400             MOVE 'N' TO WS-HOLD-SW
020500             MOVE SPACES TO WS-HELD-ENTRY
020600             MOVE 'RENTCAPT: OVERRIDE APPROVED - ENTRY QUEUED'
020700                 TO WS-REPLY-TEXT
020800         ELSE
020900             MOVE WS-AP-MANAGER-ID TO SV-OPERATOR-ID
021000             MOVE 'V' TO SV-FUNCTION
021100             PERFORM 1600-LOG-OPERATOR-REFUSAL
021200             MOVE 'RENTCAPT: OVERRIDE REFUSED - ' TO WS-REPLY-TEXT
021300             MOVE SV-REASON TO WS-REPLY-TEXT (30:30)
021400         END-IF
021500     END-IF.
021600*=================================================================
021700*    4100-CHECK-THE-MANAGER - ON OPRFILE, ACTIVE ON THE ENTRY'S
021800*    DATE, CLEARED FOR OVERRIDES, AND NOT THE KEYING OPERATOR
021900*=================================================================
022000 4100-CHECK-THE-MANAGER.
022100     MOVE SPACES TO SV-REASON
022200     IF WS-AP-MANAGER-ID = SPACES
022300         MOVE 'OPERATOR ID MISSING' TO SV-REASON
022400     ELSE
022500         IF WS-AP-MANAGER-ID = WS-RT-OPERATOR-ID
022600             MOVE 'MAY NOT APPROVE OWN ENTRY' TO SV-REASON
022700         ELSE
022800             EXEC CICS READ FILE('OPRFILE')
022900                       INTO(OPERATOR-RECORD)
023000                       RIDFLD(WS-AP-MANAGER-ID)
023100                       RESP(WS-RESPONSE)
023200             END-EXEC
023300             IF WS-RESPONSE NOT = DFHRESP(NORMAL)
023400                 MOVE 'OPERATOR NOT ON PROFILE FILE' TO SV-REASON
023500             ELSE
023600                 IF WS-RT-TRANS-DATE < OPR-ACTIVE-FROM
023700                     OR (OPR-ACTIVE-TO > ZERO
023800                         AND WS-RT-TRANS-DATE > OPR-ACTIVE-TO)
023900                     MOVE 'OPERATOR NOT ACTIVE' TO SV-REASON
024000                 ELSE
024100                     IF NOT OPR-MAY-OVERRIDE
024200                         MOVE 'NOT AUTHORIZED FOR OVERRIDES'
024300                             TO SV-REASON
024400                     END-IF
024500                 END-IF
024600             END-IF
024700         END-IF
024800     END-IF.
