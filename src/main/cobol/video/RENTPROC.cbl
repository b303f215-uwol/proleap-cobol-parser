003254*                   ON THE RENTAL AND THE CPYFILE COPY RECORD'S
003255*                   STATUS FOLLOWS THE COPY OFF AND BACK ONTO
003256*                   THE SHELF.
003257*  2026-10-15 VSG   CHECKOUT NOW CAPS EACH MEMBER'S OPEN RENTALS
003258*                   AND NEW-RELEASE TITLES OUT BY MEMBERSHIP
003259*                   CLASS FROM THE MEMCLASS TABLE, COUNTED
003260*                   THROUGH THE RENTAL-CUSTOMER-ID ALTERNATE KEY.
003262*  2026-10-15 VSG   SECURITY DEPOSITS: A CUSTOMER IN THE HIGH
003264*                   RISK BAND ON RISKFILE (NIGHTLY RISKSCR) IS
003266*                   REFUSED UNLESS THE CARD SHOWS A DEPOSIT
003268*                   TAKEN ('Y' IN COLUMN 49).  THE DEPOSIT IS
003270*                   THE TITLE'S REPLACEMENT COST, HELD ON THE
003272*                   RENTAL, APPLIED TO THE RENTAL'S FEE AT
003274*                   RETURN AND THE REST RELEASED.  EVERY HOLD,
003276*                   APPLICATION, AND RELEASE LISTS ON THE DEPREG
003278*                   REGISTER FOR THE GL LIABILITY LEG AND THE
003280*                   TILL BALANCE.
003282*  2026-10-15 VSG   HOUSEHOLD ACCOUNTS: A CHECKOUT CARD MAY NAME
003284*                   THE HOUSEHOLD MEMBER TAKING THE TAPE (COLUMNS
003286*                   50-51).  THE MEMBER MUST BE ACTIVE AND
003288*                   PERMITTED TO RENT ON HHMFILE; THE NUMBER IS
003290*                   CARRIED ON THE RENTAL (00 = ACCOUNT HOLDER).
003291*  2026-10-15 VSG   CONTENT RATINGS: A RESTRICTED TITLE (SEE
003292*                   VIDEO-RATING) IS REFUSED TO A HOUSEHOLD
003293*                   MEMBER UNDER AGE FOR THE RATING UNLESS THE
003294*                   ACCOUNT HOLDER HAS RECORDED CONSENT ON
003295*                   HHMFILE.  REFUSALS AND CONSENT RENTALS LIST
003296*                   ON THE RATEOVR OVERRIDE REGISTER, HEADED BY
003297*                   THE DAY'S COUNTER REFUSALS FROM RENTCAPT.
003298*  2026-10-15 VSG   UNLIMITED-RENTAL SUBSCRIPTION (CLASS U): A
003299*                   SUBSCRIBER'S CHECKOUTS AND RENEWALS PRICE AT
003300*                   ZERO AND ARE MARKED ON THE RENTAL, THE CLASS
003301*                   OPEN LIMIT CAPS TITLES OUT AT ONCE, NO LATE
003302*                   FEE IS CHARGED AT RETURN, AND NO NEW
003303*                   CHECKOUT IS TAKEN WHILE A TITLE IS OVERDUE.
003304*  2026-10-15 VSG   DROP-BOX RETURNS: A 'D' CARD RETURNS THE TAPE
003305*                   AS OF THE PRIOR BUSINESS DAY FROM STORECAL,
003306*                   SO THE NIGHT IN THE SLOT IS NOT CHARGED.
003307*                   EACH LISTS IN A SEPARATE DROP-BOX SECTION AT
003308*                   THE FOOT OF RENTREG WITH THE FEE SUPPRESSED.
003309*  2026-10-15 VSG   RETURN INSPECTION: A RETURN CARD MAY CARRY
003310*                   THE COPY'S CONDITION IN COLUMN 52 (G, W, D,
003311*                   OR U UNRENTABLE), SET ON THE CPYFILE COPY.
003312*                   THE DMGCHG TABLE PRICES THE DAMAGE: BILLED
003313*                   ONTO THE RENTAL'S FEE WITHOUT A WAIVER,
003314*                   LISTED AS A WAIVER CLAIM WITH ONE.  WAIVER
003315*                   FEES SOLD, CLAIMS, AND DAMAGE BILLED LIST
003316*                   ON THE WAIVCLM REGISTER FOR THE GL JOURNAL;
003317*                   AN UNRENTABLE COPY STAYS OFF THE SHELF AND
003318*                   A WRITEOFF CARD FOR IT GOES TO DMGWO.
003319*  2026-10-15 VSG   SINGLE-USE PROMO CODES: PRICENG IS TOLD THE
003320*                   RENTER SO A WIN-BACK CODE IS HONORED ONLY
003321*                   FOR ITS CUSTOMER; EACH ONE REDEEMED WRITES A
003322*                   'U' CARD TO PROMOUSE FOR THE FOLLOWING
003323*                   RATEMNT STEP TO STAMP THE CODE USED.  THE
003324*                   PROMOREG LINE NOW ALSO CARRIES THE CUSTOMER
003325*                   AND THE RENTAL CHARGE AFTER THE DISCOUNT.
003326*  2026-10-15 VSG   A GIFT CERTIFICATE SALE CARD CARRYING A
003327*                   CUSTOMER NUMBER RECORDS THE BUYER ON THE
003328*                   CERTIFICATE FOR THE PRIVRET RETENTION RUN.
003329*  2026-10-15 VSG   EQUIPMENT RENTAL: AN 'E' CARD RENTS OUT THE
003330*                   PLAYER OR GAME CONSOLE NAMED BY SERIAL
003331*                   NUMBER IN COLUMNS 53-64 (EQPFILE) FOR THE
003332*                   DAYS IN COLUMNS 65-66, PRICED DAILY THROUGH
003333*                   PRICENG ON THE UNIT'S TIER.  A DEPOSIT IS
003334*                   MANDATORY ('Y' IN COLUMN 49) AND IS HELD ON
003335*                   THE RENTAL LIKE A RISK DEPOSIT.  AN 'I' CARD
003336*                   RETURNS THE UNIT: DAYS LATE (CLOSED DAYS
003337*                   EXCLUDED) PRICE AT THE DAILY RATE, CAPPED AT
003338*                   THE UNIT'S PURCHASE COST, THE DEPOSIT IS
003339*                   SETTLED, AND A UNIT INSPECTED UNRENTABLE IS
003340*                   RETIRED.  OPEN EQUIPMENT RENTALS DO NOT
003341*                   COUNT AGAINST THE MEMBER'S TITLE LIMITS.
003342*  2026-10-15 VSG   CONCESSION COUNTER: AN 'M' CARD SELLS THE
003343*                   QUANTITY IN COLUMNS 75-77 (BLANK = 1) OF THE
003344*                   MERCHFILE SKU IN COLUMNS 67-74 AT ITS UNIT
003345*                   PRICE, TAXED THROUGH TAXCALC WHEN THE SKU IS
003346*                   TAXABLE.  THE ON-HAND IS RELIEVED AND THE
003347*                   SALE AND ITS COST LIST ON MERCHREG FOR THE
003348*                   GL MERCHANDISE LEGS.
003349*  2026-10-15 VSG   TAXREG AND GIFTREG LINES NOW CARRY THE
003350*                   CARD'S REGISTER (COLUMNS 34-35 AND 33-34) SO
003351*                   GLJRNL CAN BOOK THEM TO THE TILL'S STORE.
003352*  2026-10-15 VSG   MANAGER OVERRIDE: A TITLE CHECKOUT CARD MAY
003353*                   CARRY THE APPROVING MANAGER (COLUMNS 53-55)
003354*                   AND A REASON CODE (56-57), AS RENTCAPT
003355*                   QUEUES A HELD ENTRY ONCE A MANAGER APPROVES
003356*                   IT.  THE MANAGER IS CHECKED THROUGH OPRAUTH
003357*                   (FUNCTION V); AN APPROVED OVERRIDE SETS ASIDE
003358*                   THE BLOCK-LIST, MEMBERSHIP, AND RENTAL-LIMIT
003359*                   REFUSALS.  EVERY OVERRIDE CARD LISTS ON THE
003360*                   MGROVR REGISTER FOR THE OWNER'S WEEKLY REVIEW.
003362*  2026-10-15 VSG   CHECKPOINT/RESTART: AFTER EACH CARD THE RUN
003364*                   RECORDS THE CARDS APPLIED, THE NEXT RENTAL
003366*                   NUMBER, AND THE RUNNING REGISTER AND TAX
003368*                   TOTALS ON RENTCKPT (THE ISSUE14 CKPTFILE
003370*                   PATTERN).  A RERUN FINDING A CHECKPOINT
003372*                   SKIPS THE CARDS ALREADY APPLIED, DOES NOT
003374*                   REGISTER THE BATCH ON BREGFILE AGAIN, AND
003376*                   CARRIES THE TOTALS FORWARD.  A CLEAN END OF
003378*                   DECK DELETES THE CHECKPOINT.
003379*  2026-10-15 VSG   A RESTART NOW EXTENDS THE ABENDED RUN'S OWN
003380*                   REGISTER GENERATIONS INSTEAD OF STARTING NEW
003381*                   ONES, SO THE NIGHT'S LINES AND FOOTINGS STAY
003382*                   TOGETHER, AND THE CHECKPOINT CARRIES EVERY RUN
003383*                   COUNT AND TOTAL AND THE HELD DROP-BOX RETURNS
003384*                   (RENTCKPT WIDENED TO 240 BYTES).
003390*=================================================================
003400*  READS THE DAY'S COUNTER TRANSACTION CARDS (ONE CARD PER
003500*  CHECKOUT, RETURN, OR RENEWAL), APPLIES EACH TO RENTFILE AND
003600*  VIDOFILE, PRICES THE RENTAL FROM THE RATETBL PRICING TIER,
006310     SELECT OPTIONAL REPLCOST-FILE ASSIGN TO 'REPLCOST'
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS FC-REPLCOST-STATUS.
006340     SELECT OPTIONAL DMGCHG-FILE ASSIGN TO 'DMGCHG'
006350         ORGANIZATION IS LINE SEQUENTIAL
006360         FILE STATUS IS FC-DMGCHG-STATUS.
006400     SELECT RENTCARD-FILE ASSIGN TO 'RENTCARD'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FC-RENTCARD-STATUS.
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS CRED-CUSTOMER-ID OF CREDIT-RECORD
008700         FILE STATUS IS FC-CREDFILE-STATUS.
008702     SELECT PROMOUSE-FILE ASSIGN TO 'PROMOUSE'
008704         ORGANIZATION IS LINE SEQUENTIAL
008706         FILE STATUS IS FC-PROMOUSE-STATUS.
008710     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
008720         ORGANIZATION IS INDEXED
008730         ACCESS MODE IS DYNAMIC
008808         ACCESS MODE IS DYNAMIC
008809         RECORD KEY IS HSHELF-KEY OF HSHELF-RECORD
008810         FILE STATUS IS FC-HSHELF-STATUS.
008811     SELECT OPTIONAL RISKFILE ASSIGN TO 'IDXRISK'
008812         ORGANIZATION IS INDEXED
008813         ACCESS MODE IS DYNAMIC
008814         RECORD KEY IS RISK-CUSTOMER-ID OF RISK-RECORD
008815         FILE STATUS IS FC-RISKFILE-STATUS.
008816     SELECT DEPREG-RPT ASSIGN TO 'DEPREG'
008817         ORGANIZATION IS LINE SEQUENTIAL
008818         FILE STATUS IS FC-DEPREG-STATUS.
008819     SELECT OPTIONAL HHMFILE ASSIGN TO 'IDXHHM'
008820         ORGANIZATION IS INDEXED
008821         ACCESS MODE IS DYNAMIC
008822         RECORD KEY IS HHM-KEY OF HOUSEHOLD-MEMBER-RECORD
008823         FILE STATUS IS FC-HHMFILE-STATUS.
008824     SELECT RATEOVR-RPT ASSIGN TO 'RATEOVR'
008825         ORGANIZATION IS LINE SEQUENTIAL
008826         FILE STATUS IS FC-RATEOVR-STATUS.
008827     SELECT OPTIONAL RATEOVRC-FILE ASSIGN TO 'RATEOVRC'
008828         ORGANIZATION IS LINE SEQUENTIAL
008829         FILE STATUS IS FC-RATEOVRC-STATUS.
008830     SELECT WAIVCLM-RPT ASSIGN TO 'WAIVCLM'
008831         ORGANIZATION IS LINE SEQUENTIAL
008832         FILE STATUS IS FC-WAIVCLM-STATUS.
008833     SELECT DMGWO-FILE ASSIGN TO 'DMGWO'
008834         ORGANIZATION IS LINE SEQUENTIAL
008835         FILE STATUS IS FC-DMGWO-STATUS.
008836     SELECT OPTIONAL EQPFILE ASSIGN TO 'IDXEQUIP'
008837         ORGANIZATION IS INDEXED
008838         ACCESS MODE IS DYNAMIC
008839         RECORD KEY IS EQUIP-SERIAL-NUMBER OF EQUIPMENT-RECORD
008840         FILE STATUS IS FC-EQPFILE-STATUS.
008845     SELECT OPTIONAL MERCHFILE ASSIGN TO 'IDXMERCH'
008850         ORGANIZATION IS INDEXED
008855         ACCESS MODE IS DYNAMIC
008860         RECORD KEY IS MERCH-SKU OF MERCHANDISE-RECORD
008865         FILE STATUS IS FC-MERCHFILE-STATUS.
008870     SELECT MERCHREG-RPT ASSIGN TO 'MERCHREG'
008875         ORGANIZATION IS LINE SEQUENTIAL
008880         FILE STATUS IS FC-MERCHREG-STATUS.
008881     SELECT MGROVR-RPT ASSIGN TO 'MGROVR'
008882         ORGANIZATION IS LINE SEQUENTIAL
008883         FILE STATUS IS FC-MGROVR-STATUS.
008884     SELECT OPTIONAL RENTCKPT-FILE ASSIGN TO 'RENTCKPT'
008885         ORGANIZATION IS LINE SEQUENTIAL
008886         FILE STATUS IS FC-RENTCKPT-STATUS.
008887 DATA DIVISION.
008900 FILE SECTION.
009000 FD  VIDOFILE.
009100 COPY VIDOREC.
010070     05  FILLER                     PIC X(1).
010080     05  RC-COST-AMT                PIC 9(3)V99.
010090     05  FILLER                     PIC X(71).
010091 FD  DMGCHG-FILE
010092     RECORD CONTAINS 80 CHARACTERS.
010093 01  DMGCHG-INPUT-LINE.
010094     05  DC-CONDITION               PIC X(1).
010095     05  FILLER                     PIC X(1).
010096     05  DC-FORMAT                  PIC X(1).
010097     05  FILLER                     PIC X(1).
010098     05  DC-CHARGE-AMT              PIC 9(3)V99.
010099     05  FILLER                     PIC X(71).
010100 FD  RENTCARD-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  RENTAL-TRANS-CARD.
010600     05  RT-TRANS-TYPE              PIC X(1).
010700         88  RT-CHECKOUT            VALUE 'C'.
010800         88  RT-RETURN              VALUE 'R'.
010810         88  RT-DROP-BOX-RETURN     VALUE 'D'.
010900         88  RT-RENEWAL             VALUE 'N'.
010910         88  RT-GIFT-SALE           VALUE 'G'.
010920         88  RT-EQUIP-CHECKOUT      VALUE 'E'.
010930         88  RT-EQUIP-RETURN        VALUE 'I'.
010940         88  RT-MERCH-SALE          VALUE 'M'.
011000     05  RT-TRANS-DATE              PIC 9(8).
011100     05  RT-PROMO-CODE              PIC X(6).
011110     05  RT-COPY-NUMBER             PIC 9(3).
011150     05  RT-GIFT-AMOUNT             PIC 9(5)V99.
011160     05  RT-REGISTER-ID             PIC 9(2).
011170     05  RT-OPERATOR-ID             PIC X(3).
011180     05  RT-DEPOSIT-FLAG            PIC X(1).
011190         88  RT-DEPOSIT-TAKEN       VALUE 'Y'.
011195     05  RT-MEMBER-NO               PIC 9(2).
011196     05  RT-RETURN-CONDITION        PIC X(1).
011197         88  RT-COND-NOT-INSPECTED  VALUE SPACE.
011198         88  RT-COND-DAMAGED        VALUE 'D'.
011199         88  RT-COND-UNRENTABLE     VALUE 'U'.
011200         88  RT-COND-VALID          VALUE SPACE 'G' 'W' 'D' 'U'.
011210     05  RT-EQUIP-SERIAL            PIC X(12).
011211*    ON A TITLE CHECKOUT THE SERIAL COLUMNS CARRY THE MANAGER
011212*    OVERRIDE - PD BALANCE PAID AT THE COUNTER, RN MEMBERSHIP
011213*    RENEWED AT THE COUNTER, KC KNOWN CUSTOMER, OT OTHER
011214     05  RT-OVERRIDE-AREA REDEFINES RT-EQUIP-SERIAL.
011215         10  RT-OVERRIDE-MANAGER    PIC X(3).
011216         10  RT-OVERRIDE-REASON     PIC X(2).
011217             88  RT-OVERRIDE-REASON-VALID
011218                                    VALUE 'PD' 'RN' 'KC' 'OT'.
011219         10  FILLER                 PIC X(7).
011220     05  RT-EQUIP-DAYS              PIC 9(2).
011230     05  RT-MERCH-SKU               PIC X(8).
011240     05  RT-MERCH-QTY               PIC 9(3).
011250     05  FILLER                     PIC X(3).
011300 FD  REGISTER-RPT
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  REGISTER-LINE                  PIC X(80).
011900 COPY BLOKREC.
012000 FD  CREDFILE.
012100 COPY CREDREC.
012102 FD  PROMOUSE-FILE
012104     RECORD CONTAINS 80 CHARACTERS.
012106 01  PROMOUSE-CARD                  PIC X(80).
012110 FD  CPYFILE.
012120 COPY COPYREC.
012130 FD  GIFTFILE.
012196 01  PROMOREG-LINE                  PIC X(80).
012197 FD  HSHELF-FILE.
012198 COPY HSHLFREC.
012199 FD  RISKFILE.
012200 COPY RISKREC.
012201 FD  DEPREG-RPT
012202     RECORD CONTAINS 80 CHARACTERS.
012203 01  DEPREG-LINE                    PIC X(80).
012204 FD  HHMFILE.
012205 COPY HHMREC.
012206 FD  RATEOVR-RPT
012207     RECORD CONTAINS 80 CHARACTERS.
012208 01  RATEOVR-LINE                   PIC X(80).
012209 FD  RATEOVRC-FILE
012210     RECORD CONTAINS 80 CHARACTERS.
012211 01  RATEOVRC-LINE                  PIC X(80).
012212 FD  WAIVCLM-RPT
012213     RECORD CONTAINS 80 CHARACTERS.
012214 01  WAIVCLM-LINE                   PIC X(80).
012215 FD  DMGWO-FILE
012216     RECORD CONTAINS 80 CHARACTERS.
012217 01  DMGWO-CARD                     PIC X(80).
012218 FD  EQPFILE.
012219 COPY EQUIPREC.
012220 FD  MERCHFILE.
012221 COPY MERCHREC.
012222 FD  MERCHREG-RPT
012223     RECORD CONTAINS 80 CHARACTERS.
012224 01  MERCHREG-LINE                  PIC X(80).
012225 FD  MGROVR-RPT
012226     RECORD CONTAINS 80 CHARACTERS.
012227 01  MGROVR-LINE                    PIC X(80).
012228 FD  RENTCKPT-FILE
012229     RECORD CONTAINS 240 CHARACTERS.
012230 01  RENTCKPT-RECORD                PIC X(240).
012231 FD  HOLDRDY-RPT
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  HOLDRDY-LINE                   PIC X(80).
012500 WORKING-STORAGE SECTION.
013000 COPY PRICEREQ.
013100 COPY FEERATE.
013110 COPY REPLCOST.
013115 COPY DMGCHG.
013120 COPY CALREQ.
013130 COPY TAXREQ.
013140 COPY AFTJRNQ.
013150 COPY MEMCLASS.
013160 COPY RATOVRL.
013170 COPY OPRAUTHQ.
013200 01  FC-STATUSES.
013300     05  FC-VIDOFILE-STATUS         PIC X(2).
013400     05  FC-RENTFILE-STATUS         PIC X(2).
013900     05  FC-HOLDRDY-STATUS          PIC X(2).
014000     05  FC-BLOKFILE-STATUS         PIC X(2).
014100     05  FC-CREDFILE-STATUS         PIC X(2).
014105     05  FC-PROMOUSE-STATUS         PIC X(2).
014110     05  FC-CPYFILE-STATUS          PIC X(2).
014120     05  FC-GIFTFILE-STATUS         PIC X(2).
014130     05  FC-GIFTREG-STATUS          PIC X(2).
014150     05  FC-CUSTFILE-STATUS         PIC X(2).
014160     05  FC-PROMOREG-STATUS         PIC X(2).
014170     05  FC-HSHELF-STATUS           PIC X(2).
014180     05  FC-RISKFILE-STATUS         PIC X(2).
014190     05  FC-DEPREG-STATUS           PIC X(2).
014195     05  FC-HHMFILE-STATUS          PIC X(2).
014196     05  FC-RATEOVR-STATUS          PIC X(2).
014197     05  FC-RATEOVRC-STATUS         PIC X(2).
014198     05  FC-DMGCHG-STATUS           PIC X(2).
014199     05  FC-WAIVCLM-STATUS          PIC X(2).
014200     05  FC-DMGWO-STATUS            PIC X(2).
014210     05  FC-EQPFILE-STATUS          PIC X(2).
014212     05  FC-MERCHFILE-STATUS        PIC X(2).
014214     05  FC-MERCHREG-STATUS         PIC X(2).
014215     05  FC-MGROVR-STATUS           PIC X(2).
014216     05  FC-RENTCKPT-STATUS         PIC X(2).
014220 01  WS-SWITCHES.
014300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
014400         88  WS-EOF                 VALUE 'Y'.
014500     05  WS-FEERATE-EOF-SW          PIC X(1) VALUE 'N'.
014600         88  WS-FEERATE-EOF         VALUE 'Y'.
014610     05  WS-REPL-EOF-SW             PIC X(1) VALUE 'N'.
014620         88  WS-REPL-EOF            VALUE 'Y'.
014630     05  WS-DMGCHG-EOF-SW           PIC X(1) VALUE 'N'.
014640         88  WS-DMGCHG-EOF          VALUE 'Y'.
014700     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
014800         88  WS-CARD-OK             VALUE 'Y'.
014900     05  WS-SEED-EOF-SW             PIC X(1) VALUE 'N'.
015860         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
015870     05  WS-HSHELF-AVAIL-SW         PIC X(1) VALUE 'N'.
015880         88  WS-HSHELF-AVAILABLE    VALUE 'Y'.
015885     05  WS-RISKFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
015890         88  WS-RISKFILE-AVAILABLE  VALUE 'Y'.
015892     05  WS-HHMFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
015894         88  WS-HHMFILE-AVAILABLE   VALUE 'Y'.
015895     05  WS-RATEOVRC-EOF-SW         PIC X(1) VALUE 'N'.
015896         88  WS-RATEOVRC-EOF        VALUE 'Y'.
015897     05  WS-RENTER-MEMBER-SW        PIC X(1) VALUE 'N'.
015898         88  WS-RENTER-IS-MEMBER    VALUE 'Y'.
015899     05  WS-RENTER-CONSENT-SW       PIC X(1) VALUE 'N'.
015900         88  WS-RENTER-HAS-CONSENT  VALUE 'Y'.
015901     05  WS-CONSENT-RENTAL-SW       PIC X(1) VALUE 'N'.
015902         88  WS-CONSENT-RENTAL      VALUE 'Y'.
015903     05  WS-HOLD-FILLED-SW          PIC X(1) VALUE 'N'.
016000         88  WS-HOLD-FILLED         VALUE 'Y'.
016010     05  WS-LIMIT-EOF-SW            PIC X(1) VALUE 'N'.
016020         88  WS-LIMIT-EOF           VALUE 'Y'.
016030     05  WS-EQPFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
016040         88  WS-EQPFILE-AVAILABLE   VALUE 'Y'.
016050     05  WS-MERCHFILE-AVAIL-SW      PIC X(1) VALUE 'N'.
016060         88  WS-MERCHFILE-AVAILABLE VALUE 'Y'.
016065     05  WS-OVERRIDE-ON-CARD-SW     PIC X(1) VALUE 'N'.
016070         88  WS-OVERRIDE-ON-CARD    VALUE 'Y'.
016075     05  WS-OVERRIDE-APPROVED-SW    PIC X(1) VALUE 'N'.
016080         88  WS-OVERRIDE-APPROVED   VALUE 'Y'.
016085     05  WS-OVERRIDE-USED-SW        PIC X(1) VALUE 'N'.
016090         88  WS-OVERRIDE-USED       VALUE 'Y'.
016092     05  WS-CKPT-EOF-SW             PIC X(1) VALUE 'N'.
016093         88  WS-CKPT-EOF            VALUE 'Y'.
016094     05  WS-RESTART-RUN-SW          PIC X(1) VALUE 'N'.
016095         88  WS-RESTART-RUN         VALUE 'Y'.
016096*=================================================================
016097*    CHECKPOINT/RESTART - RENTCKPT IS ALLOCATED DISP=MOD; EACH
016098*    CHECKPOINT ADDS A 'D' RECORD PER DROP-BOX RETURN HELD SINCE
016099*    THE LAST, THEN THE 'C' RECORD OF COUNTS AND TOTALS, AND A
016100*    RESTART KEEPS THE FINAL ONE.  THE CHECKPOINT FOLLOWS EVERY
016101*    CARD: RENTFILE AND VIDOFILE UPDATES ARE NOT BACKED OUT, SO A
016102*    WIDER INTERVAL WOULD POST AGAIN THE CARDS SINCE THE LAST ONE.
016103*=================================================================
016104 01  WS-CKPT-INTERVAL               PIC 9(5) VALUE 00001.
016105 01  WS-CKPT-COUNTDOWN              PIC 9(5) VALUE 00001.
016106 01  WS-RESTART-CARDS               PIC 9(7) VALUE ZERO.
016107 01  WS-CKPT-DROP-BOX-SAVED         PIC 9(3) VALUE ZERO.
016108 01  WS-CHECKPOINT-RECORD.
016109     05  CK-RECORD-TYPE             PIC X(1) VALUE 'C'.
016110     05  CK-CARDS-APPLIED           PIC 9(7).
016111     05  CK-NEXT-RENTAL-NUMBER      PIC 9(7).
016112     05  CK-BATCH-ID                PIC 9(6).
016113     05  CK-TRANS-ACCEPTED          PIC 9(7).
016114     05  CK-TRANS-REJECTED          PIC 9(7).
016115     05  CK-REGISTER-LINES          PIC 9(7).
016116     05  CK-REGISTER-AMOUNT         PIC 9(7)V99.
016117     05  CK-TAXABLE-TOTAL           PIC 9(7)V99.
016118     05  CK-TAX-TOTAL               PIC 9(7)V99.
016119     05  CK-HOLDS-FILLED            PIC 9(7).
016120     05  CK-RATING-REFUSALS         PIC 9(7).
016121     05  CK-CONSENT-RENTALS         PIC 9(7).
016122     05  CK-COUNTER-REFUSALS        PIC 9(7).
016123     05  CK-SINGLE-USE-REDEEMED     PIC 9(7).
016124     05  CK-EQUIP-CHECKOUTS         PIC 9(7).
016125     05  CK-EQUIP-RETURNS           PIC 9(7).
016126     05  CK-MERCH-SALES             PIC 9(7).
016127     05  CK-MERCH-UNITS-SOLD        PIC 9(7).
016128     05  CK-MERCH-UNITS-SHORT       PIC 9(7).
016129     05  CK-OVERRIDES-HONORED       PIC 9(7).
016130     05  CK-OVERRIDES-REJECTED      PIC 9(7).
016131     05  CK-OVERRIDES-NOT-USED      PIC 9(7).
016132     05  CK-WAIVER-FEES-SOLD        PIC 9(7)V99.
016133     05  CK-WAIVER-CLAIMS           PIC 9(7)V99.
016134     05  CK-DAMAGE-BILLED           PIC 9(7)V99.
016135     05  CK-WAIVER-CLAIM-COUNT      PIC 9(7).
016136     05  CK-COPIES-ROUTED           PIC 9(7).
016137     05  CK-DROP-BOX-RETURNS        PIC 9(7).
016138     05  CK-DROP-BOX-UNLISTED       PIC 9(7).
016139     05  CK-DROP-BOX-FEES-SUPPR     PIC 9(7)V99.
016140     05  CK-DROP-BOX-COUNT          PIC 9(3).
016141     05  FILLER                     PIC X(13).
016142 01  WS-CKPT-DROP-BOX-RECORD.
016143     05  CKD-RECORD-TYPE            PIC X(1) VALUE 'D'.
016144         88  CKD-DROP-BOX-RECORD    VALUE 'D'.
016145     05  CKD-SLOT                   PIC 9(3).
016146     05  CKD-ENTRY                  PIC X(44).
016147     05  FILLER                     PIC X(192).
016148 01  WS-RESTART-LINE.
016149     05  FILLER                     PIC X(10) VALUE SPACE.
016150     05  FILLER                     PIC X(26)
016151         VALUE 'RUN RESTARTED AFTER CARD '.
016152     05  RS-CARDS-APPLIED           PIC ZZZZZZ9.
016153     05  FILLER                     PIC X(7)  VALUE ' BATCH '.
016154     05  RS-BATCH-ID                PIC 9(6).
016155     05  FILLER                     PIC X(24) VALUE SPACE.
016156 01  WS-HOLD-SHIFT-SUB              PIC 9(2).
016200 01  WS-NEXT-RENTAL-NUMBER          PIC 9(7) VALUE ZERO.
016300 01  WS-RENTAL-PERIOD-DAYS          PIC 9(2) VALUE 7.
016400 01  WS-FEE-RATE-DEFAULT            PIC 9(3)V99 VALUE 1.00.
016410 01  WS-EQUIP-FIELDS.
016420     05  WS-EQUIP-DAYS-DEFAULT      PIC 9(2) VALUE 01.
016430     05  WS-EQUIP-DAYS              PIC 9(2).
016440 01  WS-MERCH-FIELDS.
016450     05  WS-MERCH-SALE-LIMIT        PIC 9(3)V99 VALUE 999.99.
016460     05  WS-MERCH-QTY               PIC 9(3).
016470     05  WS-MERCH-SHORT-QTY         PIC 9(3).
016480     05  WS-MERCH-SALE-AMT          PIC 9(5)V99.
016490     05  WS-MERCH-COST-AMT          PIC 9(5)V99.
016500 01  WS-FEE-RATE-DAILY-AMT          PIC 9(3)V99.
016510 01  WS-REPL-COST-DEFAULT           PIC 9(3)V99 VALUE 20.00.
016520 01  WS-REPL-COST-AMT               PIC 9(3)V99.
016521 01  WS-DAMAGE-FIELDS.
016522     05  WS-DAMAGE-DEFAULT          PIC 9(3)V99 VALUE 5.00.
016523     05  WS-DAMAGE-CHARGE           PIC 9(3)V99.
016524     05  WS-WAIVER-LINE-AMT         PIC 9(3)V99.
016525 01  WS-WAIVER-TOTALS.
016526     05  WS-WAIVER-FEES-SOLD        PIC 9(7)V99 VALUE ZERO.
016527     05  WS-WAIVER-CLAIMS           PIC 9(7)V99 VALUE ZERO.
016528     05  WS-DAMAGE-BILLED           PIC 9(7)V99 VALUE ZERO.
016529     05  WS-WAIVER-CLAIM-COUNT      PIC 9(7) VALUE ZERO.
016530     05  WS-COPIES-ROUTED           PIC 9(7) VALUE ZERO.
016531     05  WS-LOSS-RATIO              PIC 9(5)V9 VALUE ZERO.
016532*=================================================================
016533*    WAIVCLM REGISTER: TYPE IN COLUMN 2 (F WAIVER FEE SOLD,
016534*    C WAIVER CLAIM, B DAMAGE BILLED), CUSTOMER 5-10, RENTAL
016535*    13-19, AMOUNT 22-29 - THE DEPREG COLUMNS, SO THE GL
016536*    JOURNAL READS BOTH REGISTERS ALIKE
016537*=================================================================
016538 01  WS-WAIVER-DETAIL.
016539     05  FILLER                     PIC X(1)  VALUE SPACE.
016540     05  WV-TRANS-TYPE              PIC X(1).
016541     05  FILLER                     PIC X(2)  VALUE SPACE.
016542     05  WV-CUSTOMER-ID             PIC 9(6).
016543     05  FILLER                     PIC X(2)  VALUE SPACE.
016544     05  WV-RENTAL-NUMBER           PIC 9(7).
016545     05  FILLER                     PIC X(2)  VALUE SPACE.
016546     05  WV-AMOUNT                  PIC ZZZZ9.99.
016547     05  FILLER                     PIC X(2)  VALUE SPACE.
016548     05  WV-TRANS-DATE              PIC 9(8).
016549     05  FILLER                     PIC X(2)  VALUE SPACE.
016550     05  WV-VIDEO-CODE              PIC 9(5).
016551     05  FILLER                     PIC X(1)  VALUE '/'.
016552     05  WV-COPY-NUMBER             PIC 9(3).
016553     05  FILLER                     PIC X(2)  VALUE SPACE.
016554     05  WV-CONDITION               PIC X(1).
016555     05  FILLER                     PIC X(2)  VALUE SPACE.
016556     05  WV-REGISTER-ID             PIC 9(2).
016557     05  FILLER                     PIC X(1)  VALUE SPACE.
016558     05  WV-OPERATOR-ID             PIC X(3).
016559     05  FILLER                     PIC X(19) VALUE SPACE.
016560 01  WS-WAIVER-TOTAL-LINE.
016561     05  FILLER                     PIC X(1)  VALUE SPACE.
016562     05  FILLER                     PIC X(12)
016563         VALUE 'WAIVER FEES='.
016564     05  WT-FEES-SOLD               PIC ZZZZZZ9.99.
016565     05  FILLER                     PIC X(9)  VALUE ' CLAIMS='.
016566     05  WT-CLAIMS                  PIC ZZZZZZ9.99.
016567     05  FILLER                     PIC X(13)
016568         VALUE ' LOSS RATIO='.
016569     05  WT-LOSS-RATIO              PIC ZZZZ9.9.
016570     05  FILLER                     PIC X(1)  VALUE '%'.
016571     05  FILLER                     PIC X(17) VALUE SPACE.
016572*=================================================================
016573*    DMGWO: A WRITEOFF CARD FOR EACH COPY INSPECTED UNRENTABLE,
016574*    CONCATENATED ONTO THE NIGHT'S WRITEOFF INPUT
016575*=================================================================
016576 01  WS-WRITEOFF-CARD.
016577     05  WO-VIDEO-CODE              PIC 9(5).
016578     05  WO-REASON                  PIC X(20).
016579     05  WO-DATE                    PIC 9(8).
016580     05  WO-TRANS-TYPE              PIC X(1)  VALUE 'W'.
016581     05  WO-COPY-NUMBER             PIC 9(3).
016582     05  WO-SALE-PRICE              PIC 9(3)V99 VALUE ZERO.
016583     05  WO-OPERATOR-ID             PIC X(3).
016584     05  FILLER                     PIC X(35) VALUE SPACE.
016585 01  WS-CLASS-LIMITS.
016586     05  WS-MEMBER-CLASS            PIC X(1).
016587         88  WS-MEMBER-SUBSCRIBER   VALUE 'U'.
016588     05  WS-MAX-OPEN-DEFAULT        PIC 9(2) VALUE 05.
016589     05  WS-MAX-NEW-REL-DEFAULT     PIC 9(2) VALUE 03.
016590     05  WS-MAX-OPEN                PIC 9(2).
016591     05  WS-MAX-NEW-RELEASE         PIC 9(2).
016592     05  WS-OPEN-COUNT              PIC 9(3).
016593     05  WS-OVERDUE-COUNT           PIC 9(3).
016594     05  WS-NEW-RELEASE-COUNT       PIC 9(3).
016595 01  WS-GIFT-APPLIED-AMT            PIC 9(5)V99.
016596 01  WS-DEPOSIT-FIELDS.
016597     05  WS-DEPOSIT-AMT             PIC 9(3)V99.
016598     05  WS-DEPOSIT-APPLIED         PIC 9(3)V99.
016599     05  WS-DEPOSIT-RELEASED        PIC 9(3)V99.
016600     05  WS-DEPOSIT-LINE-AMT        PIC 9(3)V99.
016601 01  WS-RATING-FIELDS.
016602     05  WS-RENTER-AGE              PIC 9(2).
016603     05  WS-RENTER-NAME             PIC X(20).
016604     05  WS-RATING-MIN-AGE          PIC 9(2).
016605 01  WS-DEPOSIT-DETAIL.
016606     05  FILLER                     PIC X(1)  VALUE SPACE.
016607     05  DP-TRANS-TYPE              PIC X(1).
016608     05  FILLER                     PIC X(2)  VALUE SPACE.
016609     05  DP-CUSTOMER-ID             PIC 9(6).
016610     05  FILLER                     PIC X(2)  VALUE SPACE.
016611     05  DP-RENTAL-NUMBER           PIC 9(7).
016612     05  FILLER                     PIC X(2)  VALUE SPACE.
016613     05  DP-AMOUNT                  PIC ZZZZ9.99.
016614     05  FILLER                     PIC X(2)  VALUE SPACE.
016615     05  DP-TRANS-DATE              PIC 9(8).
016616     05  FILLER                     PIC X(2)  VALUE SPACE.
016617     05  DP-REGISTER-ID             PIC 9(2).
016618 01  WS-PROMO-DETAIL.
016619     05  FILLER                     PIC X(1)  VALUE SPACE.
016620     05  PR-PROMO-CODE              PIC X(6).
016621     05  FILLER                     PIC X(2)  VALUE SPACE.
016622     05  PR-VIDEO-CODE              PIC 9(5).
016623     05  FILLER                     PIC X(2)  VALUE SPACE.
016624     05  PR-TRANS-DATE              PIC 9(8).
016625     05  FILLER                     PIC X(2)  VALUE SPACE.
016626     05  PR-DISCOUNT-AMT            PIC ZZZZ9.99.
016627     05  FILLER                     PIC X(2)  VALUE SPACE.
016628     05  PR-CUSTOMER-ID             PIC 9(6).
016629     05  FILLER                     PIC X(2)  VALUE SPACE.
016630     05  PR-CHARGED-AMT             PIC ZZZZ9.99.
016631 01  WS-TAX-DETAIL.
016632     05  FILLER                     PIC X(1)  VALUE SPACE.
016633     05  TX-TRANS-TYPE              PIC X(1).
016634     05  FILLER                     PIC X(2)  VALUE SPACE.
016635     05  TX-TRANS-DATE              PIC 9(8).
016636     05  FILLER                     PIC X(2)  VALUE SPACE.
016637     05  TX-TAXABLE-AMT             PIC ZZZZ9.99.
016638     05  FILLER                     PIC X(2)  VALUE SPACE.
016639     05  TX-TAX-AMT                 PIC ZZZ9.99.
016640     05  FILLER                     PIC X(2)  VALUE SPACE.
016641     05  TX-REGISTER-ID             PIC 9(2).
016642 01  WS-MERCH-DETAIL.
016643     05  FILLER                     PIC X(1)  VALUE SPACE.
016644     05  MD-TRANS-TYPE              PIC X(1).
016645     05  FILLER                     PIC X(2)  VALUE SPACE.
016646     05  MD-SKU                     PIC X(8).
016647     05  FILLER                     PIC X(2)  VALUE SPACE.
016648     05  MD-QTY                     PIC ZZ9.
016649     05  FILLER                     PIC X(2)  VALUE SPACE.
016650     05  MD-SALE-AMT                PIC ZZZZ9.99.
016651     05  FILLER                     PIC X(2)  VALUE SPACE.
016652     05  MD-COST-AMT                PIC ZZZZ9.99.
016653     05  FILLER                     PIC X(2)  VALUE SPACE.
016654     05  MD-TRANS-DATE              PIC 9(8).
016655     05  FILLER                     PIC X(2)  VALUE SPACE.
016656     05  MD-REGISTER-ID             PIC 9(2).
016657     05  FILLER                     PIC X(2)  VALUE SPACE.
016658     05  MD-OPERATOR-ID             PIC X(3).
016659     05  FILLER                     PIC X(2)  VALUE SPACE.
016660     05  MD-SHORT-QTY               PIC ZZ9.
016661 01  WS-GIFT-DETAIL.
016662     05  FILLER                     PIC X(1)  VALUE SPACE.
016663     05  GD-TRANS-TYPE              PIC X(1).
016664     05  FILLER                     PIC X(2)  VALUE SPACE.
016665     05  GD-GIFT-NUMBER             PIC 9(6).
016666     05  FILLER                     PIC X(2)  VALUE SPACE.
016667     05  GD-AMOUNT                  PIC ZZZZ9.99.
016668     05  FILLER                     PIC X(2)  VALUE SPACE.
016669     05  GD-TRANS-DATE              PIC 9(8).
016670     05  FILLER                     PIC X(2)  VALUE SPACE.
016671     05  GD-REGISTER-ID             PIC 9(2).
016672 01  WS-RENTAL-PRICE                PIC 9(3)V99.
016700 01  WS-DAYS-OVERDUE                PIC 9(5).
016701 01  WS-RETURN-FIELDS.
016702     05  WS-RETURN-DATE             PIC 9(8).
016703     05  WS-DROP-BOX-DATE           PIC 9(8).
016704     05  WS-PRIOR-LATE-FEE          PIC 9(5)V99.
016705     05  WS-ORDINARY-FEE            PIC 9(5)V99.
016706     05  WS-FEE-SUPPRESSED          PIC 9(5)V99.
016707*=================================================================
016708*    DROP-BOX RETURNS HELD FOR THE SEPARATE RENTREG SECTION
016709*=================================================================
016710 01  WS-DROP-BOX-TABLE.
016711     05  WS-DROP-BOX-COUNT          PIC 9(3) VALUE ZERO.
016712     05  WS-DROP-BOX-ENTRY OCCURS 300 TIMES.
016713         10  WS-DB-VIDEO-CODE       PIC 9(5).
016714         10  WS-DB-CUSTOMER-ID      PIC 9(6).
016715         10  WS-DB-KEYED-DATE       PIC 9(8).
016716         10  WS-DB-RETURN-DATE      PIC 9(8).
016717         10  WS-DB-FEE              PIC 9(3)V99.
016718         10  WS-DB-SUPPRESSED       PIC 9(5)V99.
016719         10  WS-DB-OPERATOR-ID      PIC X(3).
016720         10  WS-DB-REGISTER-ID      PIC 9(2).
016721 01  WS-DROP-BOX-SUB                PIC 9(3).
016722 01  WS-DROP-BOX-TOTALS.
016723     05  WS-DROP-BOX-RETURNS        PIC 9(7) VALUE ZERO.
016724     05  WS-DROP-BOX-UNLISTED       PIC 9(7) VALUE ZERO.
016725     05  WS-DROP-BOX-FEES-SUPPR     PIC 9(7)V99 VALUE ZERO.
016726 01  WS-DROP-BOX-HEAD-LINE.
016727     05  FILLER                     PIC X(1)  VALUE SPACE.
016728     05  FILLER                     PIC X(40)
016729         VALUE 'DROP-BOX  VIDEO  CUST    KEYED     RETUR'.
016730     05  FILLER                     PIC X(39)
016731         VALUE 'NED     FEE SUPPRESSED OPR RG'.
016732 01  WS-DROP-BOX-DETAIL.
016733     05  FILLER                     PIC X(1)  VALUE SPACE.
016734     05  FILLER                     PIC X(10) VALUE 'DROP-BOX'.
016735     05  DB-VIDEO-CODE              PIC 9(5).
016736     05  FILLER                     PIC X(2)  VALUE SPACE.
016737     05  DB-CUSTOMER-ID             PIC 9(6).
016738     05  FILLER                     PIC X(2)  VALUE SPACE.
016739     05  DB-KEYED-DATE              PIC 9(8).
016740     05  FILLER                     PIC X(2)  VALUE SPACE.
016741     05  DB-RETURN-DATE             PIC 9(8).
016742     05  FILLER                     PIC X(2)  VALUE SPACE.
016743     05  DB-FEE                     PIC ZZ9.99.
016744     05  FILLER                     PIC X(3)  VALUE SPACE.
016745     05  DB-SUPPRESSED              PIC ZZZZ9.99.
016746     05  FILLER                     PIC X(1)  VALUE SPACE.
016747     05  DB-OPERATOR-ID             PIC X(3).
016748     05  FILLER                     PIC X(1)  VALUE SPACE.
016749     05  DB-REGISTER-ID             PIC 9(2).
016750 01  WS-DROP-BOX-TOTAL-LINE.
016751     05  FILLER                     PIC X(1)  VALUE SPACE.
016752     05  FILLER                     PIC X(28)
016753         VALUE 'DROP-BOX  RETURNS POSTED = '.
016754     05  DT-RETURNS                 PIC ZZZZZZ9.
016755     05  FILLER                     PIC X(20)
016756         VALUE '   FEES SUPPRESSED ='.
016757     05  DT-SUPPRESSED              PIC ZZZZZZ9.99.
016800 01  WS-REJECT-REASON               PIC X(30).
016801 01  WS-OVERRIDDEN-REASON           PIC X(30).
016802*=================================================================
016803*    MGROVR REGISTER: ONE LINE PER CHECKOUT CARD CARRYING A
016804*    MANAGER OVERRIDE - HONORED (THE REFUSAL SET ASIDE SHOWN),
016805*    REJECTED (THE REASON THE CARD STILL FAILED), OR NOT USED
016806*    (NOTHING NEEDED OVERRIDING)
016807*=================================================================
016808 01  WS-MGR-OVR-HEAD-LINE.
016809     05  FILLER                     PIC X(40)
016810         VALUE ' OVERRIDE  DATE      CUST    VIDEO  OPR '.
016811     05  FILLER                     PIC X(40)
016812         VALUE 'MGR RC REFUSAL OVERRIDDEN             RG'.
016813 01  WS-MGR-OVR-DETAIL.
016814     05  FILLER                     PIC X(1)  VALUE SPACE.
016815     05  MO-DISPOSITION             PIC X(8).
016816     05  FILLER                     PIC X(2)  VALUE SPACE.
016817     05  MO-TRANS-DATE              PIC 9(8).
016818     05  FILLER                     PIC X(2)  VALUE SPACE.
016819     05  MO-CUSTOMER-ID             PIC 9(6).
016820     05  FILLER                     PIC X(2)  VALUE SPACE.
016821     05  MO-VIDEO-CODE              PIC 9(5).
016822     05  FILLER                     PIC X(2)  VALUE SPACE.
016823     05  MO-OPERATOR-ID             PIC X(3).
016824     05  FILLER                     PIC X(1)  VALUE SPACE.
016825     05  MO-MANAGER-ID              PIC X(3).
016826     05  FILLER                     PIC X(1)  VALUE SPACE.
016827     05  MO-REASON-CODE             PIC X(2).
016828     05  FILLER                     PIC X(1)  VALUE SPACE.
016829     05  MO-REFUSAL                 PIC X(30).
016830     05  FILLER                     PIC X(1)  VALUE SPACE.
016831     05  MO-REGISTER-ID             PIC 9(2).
016832 01  WS-MGR-OVR-TOTAL-LINE.
016833     05  FILLER                     PIC X(1)  VALUE SPACE.
016834     05  FILLER                     PIC X(18)
016835         VALUE 'OVERRIDES HONORED='.
016836     05  MT-HONORED                 PIC ZZZZ9.
016837     05  FILLER                     PIC X(10) VALUE ' REJECTED='.
016838     05  MT-REJECTED                PIC ZZZZ9.
016839     05  FILLER                     PIC X(10) VALUE ' NOT USED='.
016840     05  MT-NOT-USED                PIC ZZZZ9.
016841     05  FILLER                     PIC X(26) VALUE SPACE.
016842*=================================================================
016843*    PROMOUSE: A RATEMNT 'U' CARD FOR EACH SINGLE-USE PROMO CODE
016844*    REDEEMED, APPLIED TO THE PROMO TABLE LATER THE SAME NIGHT
016845*=================================================================
016846 01  WS-PROMO-USE-CARD.
016847     05  PU-TABLE-TYPE              PIC X(1)  VALUE 'P'.
016848     05  PU-TRANS-TYPE              PIC X(1)  VALUE 'U'.
016849     05  PU-PROMO-CODE              PIC X(6).
016850     05  FILLER                     PIC X(20) VALUE SPACE.
016851     05  PU-CUSTOMER-ID             PIC 9(6).
016855     05  PU-USED-DATE               PIC 9(8).
016860     05  FILLER                     PIC X(38) VALUE SPACE.
016900 01  WS-COUNTERS.
017000     05  WS-CARDS-READ              PIC 9(7) VALUE ZERO.
017100     05  WS-TRANS-ACCEPTED          PIC 9(7) VALUE ZERO.
017200     05  WS-TRANS-REJECTED          PIC 9(7) VALUE ZERO.
017300     05  WS-REGISTER-LINES          PIC 9(7) VALUE ZERO.
017400     05  WS-HOLDS-FILLED            PIC 9(7) VALUE ZERO.
017410     05  WS-RATING-REFUSALS         PIC 9(7) VALUE ZERO.
017420     05  WS-CONSENT-RENTALS         PIC 9(7) VALUE ZERO.
017430     05  WS-COUNTER-REFUSALS        PIC 9(7) VALUE ZERO.
017440     05  WS-SINGLE-USE-REDEEMED     PIC 9(7) VALUE ZERO.
017450     05  WS-EQUIP-CHECKOUTS         PIC 9(7) VALUE ZERO.
017460     05  WS-EQUIP-RETURNS           PIC 9(7) VALUE ZERO.
017470     05  WS-MERCH-SALES             PIC 9(7) VALUE ZERO.
017480     05  WS-MERCH-UNITS-SOLD        PIC 9(7) VALUE ZERO.
017490     05  WS-MERCH-UNITS-SHORT       PIC 9(7) VALUE ZERO.
017492     05  WS-OVERRIDES-HONORED       PIC 9(7) VALUE ZERO.
017494     05  WS-OVERRIDES-REJECTED      PIC 9(7) VALUE ZERO.
017496     05  WS-OVERRIDES-NOT-USED      PIC 9(7) VALUE ZERO.
017497 01  WS-RUN-TOTALS.
017498     05  WS-REGISTER-AMOUNT         PIC 9(7)V99 VALUE ZERO.
017499     05  WS-TAXABLE-TOTAL           PIC 9(7)V99 VALUE ZERO.
017500     05  WS-TAX-TOTAL               PIC 9(7)V99 VALUE ZERO.
017501 01  WS-REGISTER-DETAIL.
017600     05  FILLER                     PIC X(1)  VALUE SPACE.
017700     05  RG-TRANS-TYPE              PIC X(1).
017800     05  FILLER                     PIC X(2)  VALUE SPACE.
022500     END-IF
022600     PERFORM 1050-LOAD-FEE-RATE-TABLE
022610     PERFORM 1055-LOAD-REPL-COST-TABLE
022620     PERFORM 1065-LOAD-DMG-CHARGE-TABLE
022700     OPEN I-O VIDOFILE
022800     IF FC-VIDOFILE-STATUS NOT = '00'
022900         AND FC-VIDOFILE-STATUS NOT = '05'
025200             FC-RENTCARD-STATUS
025300         MOVE 'Y' TO WS-EOF-SW
025400     END-IF
025450     PERFORM 1040-READ-CHECKPOINT
025500     PERFORM 1030-OPEN-REGISTERS
025900     OPEN I-O HOLDFILE
026000     IF FC-HOLDFILE-STATUS = '00'
026100         OR FC-HOLDFILE-STATUS = '05'
026200         MOVE 'Y' TO WS-HOLDFILE-AVAIL-SW
026300     END-IF
026500     OPEN INPUT BLOKFILE
026600     IF FC-BLOKFILE-STATUS = '00'
026700         OR FC-BLOKFILE-STATUS = '05'
027480         OR FC-GIFTFILE-STATUS = '05'
027490         MOVE 'Y' TO WS-GIFTFILE-AVAIL-SW
027491     END-IF
027494     OPEN INPUT CUSTFILE
027495     IF FC-CUSTFILE-STATUS = '00'
027496         OR FC-CUSTFILE-STATUS = '05'
027497         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
027498     END-IF
027510     OPEN I-O HSHELF-FILE
027512     IF FC-HSHELF-STATUS = '00'
027514         OR FC-HSHELF-STATUS = '05'
027516         MOVE 'Y' TO WS-HSHELF-AVAIL-SW
027518     END-IF
027519     OPEN INPUT RISKFILE
027520     IF FC-RISKFILE-STATUS = '00'
027521         OR FC-RISKFILE-STATUS = '05'
027522         MOVE 'Y' TO WS-RISKFILE-AVAIL-SW
027523     END-IF
027525     OPEN INPUT HHMFILE
027526     IF FC-HHMFILE-STATUS = '00'
027527         OR FC-HHMFILE-STATUS = '05'
027528         MOVE 'Y' TO WS-HHMFILE-AVAIL-SW
027529     END-IF
027533     OPEN I-O EQPFILE
027534     IF FC-EQPFILE-STATUS = '00'
027535         OR FC-EQPFILE-STATUS = '05'
027536         MOVE 'Y' TO WS-EQPFILE-AVAIL-SW
027537     END-IF
027538     OPEN I-O MERCHFILE
027539     IF FC-MERCHFILE-STATUS = '00'
027540         OR FC-MERCHFILE-STATUS = '05'
027541         MOVE 'Y' TO WS-MERCHFILE-AVAIL-SW
027542     END-IF
027543     IF NOT WS-RESTART-RUN
027544         PERFORM 1095-COPY-COUNTER-REFUSALS
027545     END-IF
027547     IF NOT WS-EOF
027548         PERFORM 1080-SEED-RENTAL-NUMBER
027549     END-IF
027551     IF WS-RESTART-RUN
027552         AND NOT WS-EOF
027553         PERFORM 1045-RESTART-FROM-CHECKPOINT
027554     ELSE
027555         PERFORM 1100-READ-NEXT-CARD
027560         PERFORM 1085-REGISTER-THE-BATCH
027565     END-IF.
027570*=================================================================
027575*    1040-READ-CHECKPOINT - READ EVERY STACKED CHECKPOINT AND
027580*    KEEP THE LAST; NONE (OR NO DATASET) MEANS A FRESH RUN
027585*=================================================================
027590 1040-READ-CHECKPOINT.
027595     MOVE ZERO TO WS-RESTART-CARDS
027600     MOVE ZERO TO BREG-BATCH-ID
027605     MOVE ZERO TO CK-CARDS-APPLIED
027610     OPEN INPUT RENTCKPT-FILE
027615     IF FC-RENTCKPT-STATUS = '00'
027620         PERFORM 1042-READ-CHECKPOINT-NEXT
027625             UNTIL WS-CKPT-EOF
027630         CLOSE RENTCKPT-FILE
027635         IF CK-CARDS-APPLIED NUMERIC
027640             MOVE CK-CARDS-APPLIED TO WS-RESTART-CARDS
027645         END-IF
027646         IF WS-RESTART-CARDS > ZERO
027647             MOVE 'Y' TO WS-RESTART-RUN-SW
027648         END-IF
027650     END-IF.
027655*=================================================================
027660*    1042-READ-CHECKPOINT-NEXT
027665*=================================================================
027670 1042-READ-CHECKPOINT-NEXT.
027675     READ RENTCKPT-FILE
027680         AT END
027685             MOVE 'Y' TO WS-CKPT-EOF-SW
027690     END-READ
027695     IF NOT WS-CKPT-EOF
027696         MOVE RENTCKPT-RECORD TO WS-CKPT-DROP-BOX-RECORD
027697         IF CKD-DROP-BOX-RECORD
027698             IF CKD-SLOT NUMERIC
027699                 AND CKD-SLOT > ZERO
027700                 AND CKD-SLOT NOT > 300
027701                 MOVE CKD-ENTRY TO WS-DROP-BOX-ENTRY (CKD-SLOT)
027702             END-IF
027703         ELSE
027704             MOVE RENTCKPT-RECORD TO WS-CHECKPOINT-RECORD
027705         END-IF
027706     END-IF.
027710*=================================================================
027711*    1045-RESTART-FROM-CHECKPOINT - CARRY THE COUNTS, TOTALS,
027712*    HELD DROP-BOX RETURNS AND RENTAL NUMBER FORWARD AND SKIP THE
027713*    CARDS ALREADY APPLIED.  THE BATCH HEADER IS AMONG THEM, SO
027714*    THE DECK IS NOT REGISTERED ON BREGFILE A SECOND TIME.
027715*=================================================================
027716 1045-RESTART-FROM-CHECKPOINT.
027717     DISPLAY 'RENTPROC: RESTARTING AFTER CARD=' WS-RESTART-CARDS
027718         ' BATCH=' CK-BATCH-ID
027719     MOVE CK-NEXT-RENTAL-NUMBER  TO WS-NEXT-RENTAL-NUMBER
027720     MOVE CK-BATCH-ID            TO BREG-BATCH-ID
027721     MOVE CK-TRANS-ACCEPTED      TO WS-TRANS-ACCEPTED
027722     MOVE CK-TRANS-REJECTED      TO WS-TRANS-REJECTED
027723     MOVE CK-REGISTER-LINES      TO WS-REGISTER-LINES
027724     MOVE CK-REGISTER-AMOUNT     TO WS-REGISTER-AMOUNT
027725     MOVE CK-TAXABLE-TOTAL       TO WS-TAXABLE-TOTAL
027726     MOVE CK-TAX-TOTAL           TO WS-TAX-TOTAL
027727     MOVE CK-HOLDS-FILLED        TO WS-HOLDS-FILLED
027728     MOVE CK-RATING-REFUSALS     TO WS-RATING-REFUSALS
027729     MOVE CK-CONSENT-RENTALS     TO WS-CONSENT-RENTALS
027730     MOVE CK-COUNTER-REFUSALS    TO WS-COUNTER-REFUSALS
027731     MOVE CK-SINGLE-USE-REDEEMED TO WS-SINGLE-USE-REDEEMED
027732     MOVE CK-EQUIP-CHECKOUTS     TO WS-EQUIP-CHECKOUTS
027733     MOVE CK-EQUIP-RETURNS       TO WS-EQUIP-RETURNS
027734     MOVE CK-MERCH-SALES         TO WS-MERCH-SALES
027735     MOVE CK-MERCH-UNITS-SOLD    TO WS-MERCH-UNITS-SOLD
027736     MOVE CK-MERCH-UNITS-SHORT   TO WS-MERCH-UNITS-SHORT
027737     MOVE CK-OVERRIDES-HONORED   TO WS-OVERRIDES-HONORED
027738     MOVE CK-OVERRIDES-REJECTED  TO WS-OVERRIDES-REJECTED
027739     MOVE CK-OVERRIDES-NOT-USED  TO WS-OVERRIDES-NOT-USED
027740     MOVE CK-WAIVER-FEES-SOLD    TO WS-WAIVER-FEES-SOLD
027741     MOVE CK-WAIVER-CLAIMS       TO WS-WAIVER-CLAIMS
027742     MOVE CK-DAMAGE-BILLED       TO WS-DAMAGE-BILLED
027743     MOVE CK-WAIVER-CLAIM-COUNT  TO WS-WAIVER-CLAIM-COUNT
027744     MOVE CK-COPIES-ROUTED       TO WS-COPIES-ROUTED
027745     MOVE CK-DROP-BOX-RETURNS    TO WS-DROP-BOX-RETURNS
027746     MOVE CK-DROP-BOX-UNLISTED   TO WS-DROP-BOX-UNLISTED
027747     MOVE CK-DROP-BOX-FEES-SUPPR TO WS-DROP-BOX-FEES-SUPPR
027748     MOVE CK-DROP-BOX-COUNT      TO WS-DROP-BOX-COUNT
027749     MOVE CK-DROP-BOX-COUNT      TO WS-CKPT-DROP-BOX-SAVED
027750     MOVE WS-RESTART-CARDS       TO RS-CARDS-APPLIED
027751     MOVE CK-BATCH-ID            TO RS-BATCH-ID
027752     WRITE REGISTER-LINE FROM WS-RESTART-LINE
027753     ADD 1 TO WS-REGISTER-LINES
027754     PERFORM 1100-READ-NEXT-CARD
027755         UNTIL WS-EOF
027756         OR WS-CARDS-READ > WS-RESTART-CARDS.
027757*=================================================================
027758*    1030-OPEN-REGISTERS - A FRESH RUN STARTS EACH REGISTER NEW.
027759*    A RESTART EXTENDS THE GENERATIONS THE ABENDED RUN WROTE, SO
027760*    THE LINES BEFORE THE RESTART POINT STAY UNDER THE NIGHT'S
027761*    FOOTINGS AND ARE NOT HEADED OR WATERMARKED A SECOND TIME.
027762*=================================================================
027763 1030-OPEN-REGISTERS.
027764     IF WS-RESTART-RUN
027765         OPEN EXTEND REGISTER-RPT
027766         OPEN EXTEND HOLDRDY-RPT
027767         OPEN EXTEND GIFTREG-RPT
027768         OPEN EXTEND TAXREG-RPT
027769         OPEN EXTEND PROMOREG-RPT
027770         OPEN EXTEND PROMOUSE-FILE
027771         OPEN EXTEND DEPREG-RPT
027772         OPEN EXTEND RATEOVR-RPT
027773         OPEN EXTEND WAIVCLM-RPT
027774         OPEN EXTEND DMGWO-FILE
027775         OPEN EXTEND MERCHREG-RPT
027776         OPEN EXTEND MGROVR-RPT
027777     ELSE
027778         OPEN OUTPUT REGISTER-RPT
027779         IF NOT RCHK-IN-PROD
027780             WRITE REGISTER-LINE FROM RCHK-WATERMARK
027781         END-IF
027782         OPEN OUTPUT HOLDRDY-RPT
027783         OPEN OUTPUT GIFTREG-RPT
027784         OPEN OUTPUT TAXREG-RPT
027785         OPEN OUTPUT PROMOREG-RPT
027786         OPEN OUTPUT PROMOUSE-FILE
027787         OPEN OUTPUT DEPREG-RPT
027788         OPEN OUTPUT RATEOVR-RPT
027789         OPEN OUTPUT WAIVCLM-RPT
027790         OPEN OUTPUT DMGWO-FILE
027791         OPEN OUTPUT MERCHREG-RPT
027792         OPEN OUTPUT MGROVR-RPT
027793         WRITE MGROVR-LINE FROM WS-MGR-OVR-HEAD-LINE
027794     END-IF.
027900*=================================================================
028000*    1080-SEED-RENTAL-NUMBER - WALK RENTFILE IN PRIMARY-KEY ORDER
028100*    SO THE LAST RECORD READ LEAVES THE HIGHEST RENTAL NUMBER ON
030000     IF NOT WS-SEED-EOF
030100         MOVE RENTAL-NUMBER TO WS-NEXT-RENTAL-NUMBER
030200     END-IF.
030202*=================================================================
030204*    1095-COPY-COUNTER-REFUSALS - RENTCAPT'S RATING REFUSALS
030206*    FROM THE COUNTER (RTOV QUEUE DATASET) HEAD THE REGISTER
030208*=================================================================
030210 1095-COPY-COUNTER-REFUSALS.
030212     OPEN INPUT RATEOVRC-FILE
030214     IF FC-RATEOVRC-STATUS = '00'
030216         PERFORM 1096-COPY-ONE-REFUSAL
030218             UNTIL WS-RATEOVRC-EOF
030220         CLOSE RATEOVRC-FILE
030222     END-IF.
030224*=================================================================
030226*    1096-COPY-ONE-REFUSAL
030228*=================================================================
030230 1096-COPY-ONE-REFUSAL.
030232     READ RATEOVRC-FILE
030234         AT END
030236             MOVE 'Y' TO WS-RATEOVRC-EOF-SW
030238     END-READ
030240     IF NOT WS-RATEOVRC-EOF
030242         WRITE RATEOVR-LINE FROM RATEOVRC-LINE
030244         ADD 1 TO WS-COUNTER-REFUSALS
030246     END-IF.
030300*=================================================================
030400*    1050-LOAD-FEE-RATE-TABLE - LOAD THE CONFIGURABLE DAILY RATES
030500*=================================================================
033680             TO REPL-COST-AMT (REPL-COST-ENTRY-COUNT)
033681     END-IF
033682     PERFORM 1056-READ-NEXT-REPL-COST.
033683*=================================================================
033684*    1065-LOAD-DMG-CHARGE-TABLE - LOAD THE CONDITION/FORMAT
033685*    DAMAGE CHARGES FOR RETURN INSPECTION
033686*=================================================================
033687 1065-LOAD-DMG-CHARGE-TABLE.
033688     OPEN INPUT DMGCHG-FILE
033689     IF FC-DMGCHG-STATUS NOT = '00'
033690         DISPLAY 'RENTPROC: DMGCHG NOT AVAILABLE, '
033691             'USING DEFAULT CHARGES'
033692     ELSE
033693         PERFORM 1066-READ-NEXT-DMG-CHARGE
033694         PERFORM 1067-STORE-DMG-CHARGE-ENTRY
033695             UNTIL WS-DMGCHG-EOF
033696         CLOSE DMGCHG-FILE
033697     END-IF.
033698*=================================================================
033699*    1066-READ-NEXT-DMG-CHARGE
033700*=================================================================
033701 1066-READ-NEXT-DMG-CHARGE.
033702     READ DMGCHG-FILE
033703         AT END
033704             MOVE 'Y' TO WS-DMGCHG-EOF-SW
033705     END-READ.
033706*=================================================================
033707*    1067-STORE-DMG-CHARGE-ENTRY
033708*=================================================================
033709 1067-STORE-DMG-CHARGE-ENTRY.
033710     IF DMG-CHARGE-ENTRY-COUNT < DMG-CHARGE-MAX-ENTRIES
033711         ADD 1 TO DMG-CHARGE-ENTRY-COUNT
033712         MOVE DC-CONDITION
033713             TO DMG-CHARGE-CONDITION (DMG-CHARGE-ENTRY-COUNT)
033714         MOVE DC-FORMAT
033715             TO DMG-CHARGE-FORMAT (DMG-CHARGE-ENTRY-COUNT)
033716         MOVE DC-CHARGE-AMT
033717             TO DMG-CHARGE-AMT (DMG-CHARGE-ENTRY-COUNT)
033718     END-IF
033719     PERFORM 1066-READ-NEXT-DMG-CHARGE.
033720*=================================================================
033721*    1085-REGISTER-THE-BATCH - A DECK OPENING WITH A BATCH-HEADER
033722*    CARD REGISTERS ITS BATCH ID; AN ID ALREADY ON THE REGISTRY
033723*    MEANS A RESUBMITTED DECK, WHICH IS REFUSED WHOLE RC=8
033724*=================================================================
033725 1085-REGISTER-THE-BATCH.
033726     IF NOT WS-EOF
033727         AND RENTAL-TRANS-CARD (1:6) = 'BATCH '
033728         MOVE 'RENTPROC' TO BREG-CALLER
033729         IF RENTAL-TRANS-CARD (7:6) NUMERIC
033730             MOVE RENTAL-TRANS-CARD (7:6) TO BREG-BATCH-ID
033731         ELSE
033732             MOVE ZERO TO BREG-BATCH-ID
033733         END-IF
033734         IF RENTAL-TRANS-CARD (13:8) NUMERIC
033735             MOVE RENTAL-TRANS-CARD (13:8) TO BREG-BATCH-DATE
033736         ELSE
033737             MOVE ZERO TO BREG-BATCH-DATE
033738         END-IF
033739         CALL 'BATCHREG' USING BATCH-REG-REQUEST
033740         EVALUATE TRUE
033741             WHEN BREG-DUPLICATE
033742                 DISPLAY 'RENTPROC: BATCH ' BREG-BATCH-ID
033743                     ' ALREADY POSTED - DECK REFUSED'
033744                 MOVE 8 TO RETURN-CODE
033745                 MOVE 'Y' TO WS-EOF-SW
033746             WHEN BREG-UNAVAILABLE
033747                 DISPLAY 'RENTPROC: BATCH REGISTRY UNAVAILABLE '
033748                     '- POSTING UNGUARDED'
033749                 PERFORM 1100-READ-NEXT-CARD
033750             WHEN OTHER
033752                 PERFORM 1100-READ-NEXT-CARD
033754         END-EVALUATE
035200     MOVE 'Y' TO WS-CARD-OK-SW
035300     MOVE SPACES TO WS-REJECT-REASON
035400     MOVE ZERO TO WS-RENTAL-PRICE
035402     MOVE 'N' TO WS-OVERRIDE-ON-CARD-SW
035404     MOVE 'N' TO WS-OVERRIDE-APPROVED-SW
035406     MOVE 'N' TO WS-OVERRIDE-USED-SW
035410     IF RT-REGISTER-ID NUMERIC
035420         MOVE RT-REGISTER-ID TO TX-REGISTER-ID
035430         MOVE RT-REGISTER-ID TO GD-REGISTER-ID
035440     ELSE
035450         MOVE ZERO TO TX-REGISTER-ID
035460         MOVE ZERO TO GD-REGISTER-ID
035470     END-IF
035500     EVALUATE TRUE
035600         WHEN RT-CHECKOUT
035700             PERFORM 2100-APPLY-CHECKOUT
035800         WHEN RT-RETURN
035900             PERFORM 2200-APPLY-RETURN
035910         WHEN RT-DROP-BOX-RETURN
035920             PERFORM 2200-APPLY-RETURN
036000         WHEN RT-RENEWAL
036100             PERFORM 2300-APPLY-RENEWAL
036110         WHEN RT-GIFT-SALE
036120             PERFORM 2500-APPLY-GIFT-SALE
036130         WHEN RT-EQUIP-CHECKOUT
036140             PERFORM 2600-APPLY-EQUIP-CHECKOUT
036150         WHEN RT-EQUIP-RETURN
036160             PERFORM 2700-APPLY-EQUIP-RETURN
036170         WHEN RT-MERCH-SALE
036180             PERFORM 2750-APPLY-MERCH-SALE
036200         WHEN OTHER
036300             MOVE 'N' TO WS-CARD-OK-SW
036400             MOVE 'INVALID TRANSACTION TYPE'
036500                 TO WS-REJECT-REASON
036600     END-EVALUATE
036700     PERFORM 2900-WRITE-REGISTER-LINE
036710     IF RT-DROP-BOX-RETURN
036720         AND WS-CARD-OK
036730         PERFORM 2950-HOLD-DROP-BOX-LINE
036740     END-IF
036750     PERFORM 2990-TAKE-CHECKPOINT
036800     PERFORM 1100-READ-NEXT-CARD.
036900*=================================================================
037000*    2100-APPLY-CHECKOUT - OPEN A NEW RENTAL, RELIEVE INVENTORY
037100*=================================================================
037200 2100-APPLY-CHECKOUT.
037300     PERFORM 2101-CHECK-MANAGER-OVERRIDE
037302     IF WS-CARD-OK
037304         PERFORM 2105-CHECK-BLOCK-LIST
037306     END-IF
037310     IF WS-CARD-OK
037320         PERFORM 2106-CHECK-MEMBERSHIP
037330     END-IF
037332     IF WS-CARD-OK
037334         PERFORM 2104-CHECK-HOUSEHOLD-MEMBER
037336     END-IF
037340     IF WS-CARD-OK
037350         PERFORM 2107-CHECK-OPEN-RENTAL-LIMIT
037360     END-IF
037400     IF WS-CARD-OK
037500         PERFORM 2110-READ-VIDEO-FOR-CHECKOUT
037600     END-IF
037610     IF WS-CARD-OK
037620         PERFORM 2115-CHECK-NEW-RELEASE-LIMIT
037630     END-IF
037632     MOVE 'N' TO WS-CONSENT-RENTAL-SW
037634     IF WS-CARD-OK
037636         PERFORM 2117-CHECK-CONTENT-RATING
037638     END-IF
037640     MOVE ZERO TO WS-DEPOSIT-AMT
037650     IF WS-CARD-OK
037660         PERFORM 2116-CHECK-SECURITY-DEPOSIT
037670     END-IF
037700     IF WS-CARD-OK
037710         IF WS-MEMBER-SUBSCRIBER
037720             MOVE 'Y'                TO PREQ-SUBSCRIBER-FLAG
037730         ELSE
037740             MOVE 'N'                TO PREQ-SUBSCRIBER-FLAG
037750         END-IF
037800         PERFORM 2150-PRICE-RENTAL
037900         ADD 1 TO WS-NEXT-RENTAL-NUMBER
038000         MOVE WS-NEXT-RENTAL-NUMBER  TO RENTAL-NUMBER
038892             MOVE SPACE              TO RENTAL-WAIVER-FLAG
038893             MOVE ZERO               TO RENTAL-WAIVER-FEE
038894         END-IF
038895         MOVE WS-DEPOSIT-AMT         TO RENTAL-DEPOSIT-AMT
038896         IF RT-MEMBER-NO NUMERIC
038897             MOVE RT-MEMBER-NO       TO RENTAL-MEMBER-NO
038898         ELSE
038899             MOVE ZERO               TO RENTAL-MEMBER-NO
038900         END-IF
038910         IF WS-MEMBER-SUBSCRIBER
038920             MOVE 'S'                TO RENTAL-PLAN-FLAG
038930             MOVE 'SUBSCRIPTION RENTAL'
038940                 TO WS-REJECT-REASON
038950         ELSE
038960             MOVE SPACE              TO RENTAL-PLAN-FLAG
038970         END-IF
038972         MOVE SPACE                  TO RENTAL-ITEM-CLASS
038974         MOVE SPACES                 TO RENTAL-EQUIP-SERIAL
038980         WRITE RENTAL-RECORD
039000             INVALID KEY
039100                 MOVE 'N' TO WS-CARD-OK-SW
039200                 MOVE 'RENTAL WRITE FAILED'
039800         PERFORM 2800-REWRITE-VIDEO
039900     END-IF
039910     IF WS-CARD-OK
039915         IF NOT WS-MEMBER-SUBSCRIBER
039920             PERFORM 2160-REDEEM-LOYALTY-CREDIT
039922         END-IF
039925         PERFORM 2170-MARK-COPY-RENTED
039926         MOVE 'C' TO TX-TRANS-TYPE
039927         PERFORM 2175-ASSESS-SALES-TAX
039929             AND RT-GIFT-NUMBER > ZERO
039931             PERFORM 2190-REDEEM-GIFT-CERT
039932         END-IF
039933         IF WS-DEPOSIT-AMT > ZERO
039934             MOVE 'H' TO DP-TRANS-TYPE
039935             MOVE WS-DEPOSIT-AMT TO WS-DEPOSIT-LINE-AMT
039936             PERFORM 2910-WRITE-DEPOSIT-LINE
039937         END-IF
039938         IF RENTAL-WAIVERED
039939             MOVE 'F' TO WV-TRANS-TYPE
039940             MOVE RENTAL-WAIVER-FEE TO WS-WAIVER-LINE-AMT
039941             ADD RENTAL-WAIVER-FEE TO WS-WAIVER-FEES-SOLD
039942             PERFORM 2920-WRITE-WAIVER-LINE
039943         END-IF
039944         IF WS-CONSENT-RENTAL
039945             MOVE 'C' TO RO-ACTION
039946             ADD 1 TO WS-CONSENT-RENTALS
039947             PERFORM 2915-WRITE-RATING-OVERRIDE
039948         END-IF
039949         IF WS-OVERRIDE-USED
039950             MOVE 'MANAGER OVERRIDE' TO WS-REJECT-REASON
039951         END-IF
039952     END-IF
039953     IF WS-OVERRIDE-ON-CARD
039954         PERFORM 2925-WRITE-MGR-OVERRIDE
039955     END-IF.
039956*=================================================================
039957*    2101-CHECK-MANAGER-OVERRIDE - A CARD NAMING AN APPROVING
039958*    MANAGER NEEDS A KNOWN REASON CODE, A MANAGER OTHER THAN THE
039959*    KEYING OPERATOR, AND OPRAUTH'S CLEARANCE FOR FUNCTION V
039960*=================================================================
039961 2101-CHECK-MANAGER-OVERRIDE.
039962     MOVE SPACES TO WS-OVERRIDDEN-REASON
039963     IF RT-OVERRIDE-MANAGER NOT = SPACES
039964         MOVE 'Y' TO WS-OVERRIDE-ON-CARD-SW
039965         IF NOT RT-OVERRIDE-REASON-VALID
039966             MOVE 'N' TO WS-CARD-OK-SW
039967             MOVE 'OVERRIDE REASON CODE INVALID'
039968                 TO WS-REJECT-REASON
039969         ELSE
039970             IF RT-OVERRIDE-MANAGER = RT-OPERATOR-ID
039971                 MOVE 'N' TO WS-CARD-OK-SW
039972                 MOVE 'OVERRIDE BY KEYING OPERATOR'
039973                     TO WS-REJECT-REASON
039974             ELSE
039975                 MOVE 'RENTPROC' TO OAUT-CALLER
039976                 MOVE RT-OVERRIDE-MANAGER TO OAUT-OPERATOR-ID
039977                 MOVE 'V' TO OAUT-FUNCTION
039978                 MOVE ZERO TO OAUT-AMOUNT
039979                 MOVE SPACES TO OAUT-ITEM-KEY
039980                 MOVE RT-VIDEO-CODE TO OAUT-ITEM-KEY (1:5)
039981                 MOVE RT-CUSTOMER-ID TO OAUT-ITEM-KEY (7:6)
039982                 CALL 'OPRAUTH' USING OPERATOR-AUTH-REQUEST
039983                 IF OAUT-REFUSED
039984                     MOVE 'N' TO WS-CARD-OK-SW
039985                     MOVE OAUT-REASON TO WS-REJECT-REASON
039986                 ELSE
039987                     MOVE 'Y' TO WS-OVERRIDE-APPROVED-SW
039988                 END-IF
039989             END-IF
039990         END-IF
039991     END-IF.
039992*=================================================================
039993*    2102-REFUSE-OR-OVERRIDE - THE CALLER HAS SET THE REFUSAL IN
039994*    WS-REJECT-REASON; AN APPROVED OVERRIDE SETS IT ASIDE (THE
039995*    FIRST ONE IS KEPT FOR MGROVR), OTHERWISE THE CARD FAILS
039996*=================================================================
039997 2102-REFUSE-OR-OVERRIDE.
039998     IF WS-OVERRIDE-APPROVED
039999         IF WS-OVERRIDDEN-REASON = SPACES
040000             MOVE WS-REJECT-REASON TO WS-OVERRIDDEN-REASON
040001         END-IF
040002         MOVE 'Y' TO WS-OVERRIDE-USED-SW
040003         MOVE SPACES TO WS-REJECT-REASON
040004     ELSE
040005         MOVE 'N' TO WS-CARD-OK-SW
040006     END-IF.
040007*=================================================================
040008*    2104-CHECK-HOUSEHOLD-MEMBER - A CARD NAMING A HOUSEHOLD
040009*    MEMBER (01-99) RENTS ONLY FOR AN ACTIVE MEMBER OF THE
040010*    ACCOUNT WHO IS PERMITTED TO RENT; A BLANK OR 00 MEMBER IS
040011*    THE ACCOUNT HOLDER
040012*=================================================================
040013 2104-CHECK-HOUSEHOLD-MEMBER.
040014     MOVE 'N' TO WS-RENTER-MEMBER-SW
040015     MOVE 'N' TO WS-RENTER-CONSENT-SW
040016     MOVE ZERO TO WS-RENTER-AGE
040017     MOVE SPACES TO WS-RENTER-NAME
040018     IF RT-MEMBER-NO NUMERIC
040019         AND RT-MEMBER-NO > ZERO
040020         MOVE 'Y' TO WS-RENTER-MEMBER-SW
040021     END-IF
040022     IF WS-RENTER-IS-MEMBER
040023         AND WS-HHMFILE-AVAILABLE
040024         MOVE RT-CUSTOMER-ID TO HHM-CUSTOMER-ID
040025         MOVE RT-MEMBER-NO TO HHM-MEMBER-NO
040026         READ HHMFILE
040027             INVALID KEY
040028                 MOVE 'N' TO WS-CARD-OK-SW
040029                 MOVE 'MEMBER NOT ON ACCOUNT'
040030                     TO WS-REJECT-REASON
040031             NOT INVALID KEY
040032                 IF HHM-IS-INACTIVE
040033                     OR NOT HHM-MAY-RENT
040034                     MOVE 'N' TO WS-CARD-OK-SW
040035                     MOVE 'MEMBER MAY NOT RENT'
040036                         TO WS-REJECT-REASON
040037                 END-IF
040038                 PERFORM 2103-AGE-THE-MEMBER
040039         END-READ
040040     END-IF.
040041*=================================================================
040042*    2103-AGE-THE-MEMBER - WHOLE YEARS FROM THE BIRTH DATE TO
040043*    THE CARD DATE (YYYYMMDD DIFFERENCE / 10000); NO BIRTH DATE
040044*    LEAVES THE AGE ZERO, WHICH COUNTS AS UNDERAGE
040045*=================================================================
040046 2103-AGE-THE-MEMBER.
040047     MOVE HHM-NAME TO WS-RENTER-NAME
040048     IF HHM-CONSENT-GIVEN
040049         MOVE 'Y' TO WS-RENTER-CONSENT-SW
040050     END-IF
040051     IF HHM-BIRTH-DATE NUMERIC
040052         AND HHM-BIRTH-DATE > ZERO
040053         AND HHM-BIRTH-DATE NOT > RT-TRANS-DATE
040054         COMPUTE WS-RENTER-AGE =
040055             (RT-TRANS-DATE - HHM-BIRTH-DATE) / 10000
040056     END-IF.
040057*=================================================================
040100*    2105-CHECK-BLOCK-LIST - COLLECTIONS REFUSAL: A CUSTOMER ON
040200*    THE BLOKFILE BLOCK LIST MAY NOT OPEN A NEW RENTAL
040300*=================================================================
040900                 CONTINUE
041000         END-READ
041100         IF FC-BLOKFILE-STATUS = '00'
041300             MOVE 'CUSTOMER ON BLOCK LIST'
041400                 TO WS-REJECT-REASON
041410             PERFORM 2102-REFUSE-OR-OVERRIDE
041500         END-IF
041600     END-IF.
041610*=================================================================
041640*    PASSES, AS CHECKOUT ALWAYS HAS
041650*=================================================================
041660 2106-CHECK-MEMBERSHIP.
041661     MOVE 'S' TO WS-MEMBER-CLASS
041662     IF WS-CUSTFILE-AVAILABLE
041663         MOVE RT-CUSTOMER-ID TO CUSTOMER-ID
041664         READ CUSTFILE
041665             INVALID KEY
041666                 CONTINUE
041667             NOT INVALID KEY
041668                 IF CUSTOMER-CLASS-VALID
041669                     MOVE CUSTOMER-MEMBER-CLASS
041670                         TO WS-MEMBER-CLASS
041671                 END-IF
041672                 IF CUSTOMER-IS-INACTIVE
041674                     MOVE 'CUSTOMER INACTIVE'
041675                         TO WS-REJECT-REASON
041676                     PERFORM 2102-REFUSE-OR-OVERRIDE
041677                 ELSE
041678                     IF CUSTOMER-EXPIRY-DATE > ZERO
041679                         AND CUSTOMER-EXPIRY-DATE
041680                             < RT-TRANS-DATE
041681                         MOVE 'MEMBERSHIP EXPIRED'
041682                             TO WS-REJECT-REASON
041683                         PERFORM 2102-REFUSE-OR-OVERRIDE
041684                     END-IF
041685                 END-IF
041686         END-READ
041687     END-IF.
041688*=================================================================
041689*    2107-CHECK-OPEN-RENTAL-LIMIT - A MEMBER MAY HOLD NO MORE
041690*    OPEN RENTALS THAN THE MEMCLASS ROW FOR THEIR CLASS ALLOWS.
041691*    THE CUSTOMER'S RENTALS ARE WALKED THROUGH THE
041692*    RENTAL-CUSTOMER-ID ALTERNATE KEY, COUNTING THE OPEN ONES
041693*    AND HOW MANY OF THOSE ARE NEW-RELEASE TITLES
041694*=================================================================
041695 2107-CHECK-OPEN-RENTAL-LIMIT.
041696     PERFORM 2108-LOOK-UP-CLASS-LIMITS
041697     MOVE ZERO TO WS-OPEN-COUNT
041698     MOVE ZERO TO WS-OVERDUE-COUNT
041699     MOVE ZERO TO WS-NEW-RELEASE-COUNT
041700     MOVE 'N' TO WS-LIMIT-EOF-SW
041701     MOVE RT-CUSTOMER-ID TO RENTAL-CUSTOMER-ID
041702     START RENTFILE KEY IS EQUAL TO RENTAL-CUSTOMER-ID
041703         INVALID KEY
041704             MOVE 'Y' TO WS-LIMIT-EOF-SW
041705     END-START
041706     PERFORM 2109-COUNT-ONE-RENTAL
041707         UNTIL WS-LIMIT-EOF
041708     IF WS-OPEN-COUNT >= WS-MAX-OPEN
041709         MOVE 'OPEN RENTAL LIMIT REACHED'
041710             TO WS-REJECT-REASON
041711         PERFORM 2102-REFUSE-OR-OVERRIDE
041712     END-IF
041713     IF WS-MEMBER-SUBSCRIBER
041714         AND WS-OVERDUE-COUNT > ZERO
041715         MOVE 'SUBSCRIBER TITLE OVERDUE'
041716             TO WS-REJECT-REASON
041717         PERFORM 2102-REFUSE-OR-OVERRIDE
041718     END-IF.
041719*=================================================================
041720*    2108-LOOK-UP-CLASS-LIMITS - MEMCLASS ROW FOR THE MEMBER'S
041721*    CLASS, FALLING BACK TO THE STANDARD LIMITS
041722*=================================================================
041723 2108-LOOK-UP-CLASS-LIMITS.
041724     MOVE WS-MAX-OPEN-DEFAULT TO WS-MAX-OPEN
041725     MOVE WS-MAX-NEW-REL-DEFAULT TO WS-MAX-NEW-RELEASE
041726     SET MCLS-IDX TO 1
041727     SEARCH MEMBER-CLASS-ROW
041728         AT END
041729             CONTINUE
041730         WHEN MCLS-CLASS-CODE (MCLS-IDX) = WS-MEMBER-CLASS
041731             MOVE MCLS-MAX-OPEN (MCLS-IDX) TO WS-MAX-OPEN
041732             MOVE MCLS-MAX-NEW-RELEASE (MCLS-IDX)
041733                 TO WS-MAX-NEW-RELEASE
041734     END-SEARCH.
041735*=================================================================
041736*    2109-COUNT-ONE-RENTAL - READ ONE DUPLICATE FOR THE CUSTOMER;
041737*    AN EQUIPMENT RENTAL IS NOT A TITLE AND IS NOT COUNTED
041738*=================================================================
041739 2109-COUNT-ONE-RENTAL.
041740     READ RENTFILE NEXT RECORD
041741         AT END
041742             MOVE 'Y' TO WS-LIMIT-EOF-SW
041743     END-READ
041744     IF NOT WS-LIMIT-EOF
041745         IF RENTAL-CUSTOMER-ID NOT = RT-CUSTOMER-ID
041746             MOVE 'Y' TO WS-LIMIT-EOF-SW
041747         ELSE
041748             IF RENTAL-OPEN
041749                 AND NOT RENTAL-OF-EQUIPMENT
041750                 ADD 1 TO WS-OPEN-COUNT
041751                 IF RENTAL-DUE-DATE < RT-TRANS-DATE
041752                     ADD 1 TO WS-OVERDUE-COUNT
041753                 END-IF
041754                 MOVE RENTAL-VIDEO-CODE TO VIDEO-CODE
041755                 READ VIDOFILE
041756                     INVALID KEY
041757                         CONTINUE
041758                     NOT INVALID KEY
041759                         IF VIDEO-TIER-NEW-RELEASE
041760                             ADD 1 TO WS-NEW-RELEASE-COUNT
041761                         END-IF
041762                 END-READ
041763             END-IF
041764         END-IF
041765     END-IF.
041766*=================================================================
041800*    2110-READ-VIDEO-FOR-CHECKOUT - EDIT THE TITLE IS RENTABLE
041900*=================================================================
042000 2110-READ-VIDEO-FOR-CHECKOUT.
043800             END-IF
043900         END-IF
044000     END-IF.
044001*=================================================================
044002*    2115-CHECK-NEW-RELEASE-LIMIT - A NEW-RELEASE TITLE ALSO
044003*    COUNTS AGAINST THE CLASS'S NEW-RELEASE LIMIT
044004*=================================================================
044005 2115-CHECK-NEW-RELEASE-LIMIT.
044006     IF VIDEO-TIER-NEW-RELEASE
044007         AND WS-NEW-RELEASE-COUNT >= WS-MAX-NEW-RELEASE
044009         MOVE 'NEW RELEASE LIMIT REACHED'
044010             TO WS-REJECT-REASON
044011         PERFORM 2102-REFUSE-OR-OVERRIDE
044012     END-IF.
044013*=================================================================
044014*    2117-CHECK-CONTENT-RATING - A RESTRICTED TITLE GOES TO A
044015*    HOUSEHOLD MEMBER ONLY AT THE RATING'S AGE (17 FOR R, 18
044016*    FOR NC-17 AND ADULTS-ONLY) OR ON THE ACCOUNT HOLDER'S
044017*    RECORDED CONSENT.  THE ACCOUNT HOLDER IS AN ADULT MEMBER.
044018*=================================================================
044019 2117-CHECK-CONTENT-RATING.
044020     IF WS-RENTER-IS-MEMBER
044021         AND VIDEO-RATING-RESTRICTED
044022         IF VIDEO-RATING-ADULTS-ONLY
044023             MOVE 18 TO WS-RATING-MIN-AGE
044024         ELSE
044025             MOVE 17 TO WS-RATING-MIN-AGE
044026         END-IF
044027         IF WS-RENTER-AGE < WS-RATING-MIN-AGE
044028             IF WS-RENTER-HAS-CONSENT
044029                 MOVE 'Y' TO WS-CONSENT-RENTAL-SW
044030             ELSE
044031                 MOVE 'N' TO WS-CARD-OK-SW
044032                 MOVE 'RESTRICTED TITLE - UNDERAGE'
044033                     TO WS-REJECT-REASON
044034                 MOVE 'R' TO RO-ACTION
044035                 ADD 1 TO WS-RATING-REFUSALS
044036                 PERFORM 2915-WRITE-RATING-OVERRIDE
044037             END-IF
044038         END-IF
044039     END-IF.
044040*=================================================================
044041*    2116-CHECK-SECURITY-DEPOSIT - A CUSTOMER IN THE HIGH RISK
044042*    BAND RENTS ONLY AGAINST A REFUNDABLE DEPOSIT OF THE
044043*    TITLE'S REPLACEMENT COST; THE CARD MUST SHOW IT TAKEN.
044044*    NO RISK RECORD, OR A LOWER BAND, NEEDS NO DEPOSIT.
044045*=================================================================
044046 2116-CHECK-SECURITY-DEPOSIT.
044047     IF WS-RISKFILE-AVAILABLE
044048         MOVE RT-CUSTOMER-ID TO RISK-CUSTOMER-ID
044049         READ RISKFILE
044050             INVALID KEY
044051                 CONTINUE
044052             NOT INVALID KEY
044053                 IF RISK-BAND-HIGH
044054                     IF RT-DEPOSIT-TAKEN
044055                         PERFORM 2257-LOOK-UP-REPL-COST
044056                         MOVE WS-REPL-COST-AMT
044057                             TO WS-DEPOSIT-AMT
044058                     ELSE
044059                         MOVE 'N' TO WS-CARD-OK-SW
044060                         MOVE 'SECURITY DEPOSIT REQUIRED'
044061                             TO WS-REJECT-REASON
044062                     END-IF
044063                 END-IF
044064         END-READ
044065     END-IF.
044066*=================================================================
044067*    2140-ROLL-DUE-DATE-FORWARD - A RENTAL IS NEVER DUE ON A
044068*    DAY THE STORE IS CLOSED; THE STORECAL SERVICE ROLLS THE
044069*    DUE DATE TO THE NEXT OPEN DAY
044070*=================================================================
044071 2140-ROLL-DUE-DATE-FORWARD.
044072     MOVE 'R' TO CALR-FUNCTION
044080     MOVE RENTAL-DUE-DATE TO CALR-DATE
044090     MOVE ZERO TO CALR-END-DATE
044091     CALL 'STORECAL' USING CALENDAR-REQUEST
044100*=================================================================
044200*    2150-PRICE-RENTAL - QUOTE THE PERIOD THROUGH THE PRICENG
044300*    ENGINE (EFFECTIVE-DATED RATES, WEEKLY/PACKAGE PRICING, AND
044400*    THE CARD'S PROMO CODE, WHICH MAY BE A SINGLE-USE CODE
044410*    ISSUED TO THIS CUSTOMER)
044500*=================================================================
044600 2150-PRICE-RENTAL.
044700     MOVE VIDEO-PRICE-TIER           TO PREQ-TIER
044900     MOVE RT-PROMO-CODE              TO PREQ-PROMO-CODE
045000     MOVE RT-TRANS-DATE              TO PREQ-AS-OF-DATE
045010     MOVE RT-WAIVER-FLAG             TO PREQ-WAIVER-FLAG
045020     MOVE RT-CUSTOMER-ID             TO PREQ-CUSTOMER-ID
045100     CALL 'PRICENG' USING PRICE-REQUEST
045200     MOVE PREQ-PRICE TO WS-RENTAL-PRICE
045210     IF PREQ-WAIVER-WANTED
045230     END-IF
045240     IF RT-PROMO-CODE NOT = SPACES
045250         AND PREQ-DISCOUNT-AMT > ZERO
045252         MOVE RT-CUSTOMER-ID     TO PR-CUSTOMER-ID
045254         MOVE PREQ-PRICE         TO PR-CHARGED-AMT
045260         MOVE RT-PROMO-CODE      TO PR-PROMO-CODE
045270         MOVE RT-VIDEO-CODE      TO PR-VIDEO-CODE
045280         MOVE RT-TRANS-DATE      TO PR-TRANS-DATE
045290         MOVE PREQ-DISCOUNT-AMT  TO PR-DISCOUNT-AMT
045291         WRITE PROMOREG-LINE FROM WS-PROMO-DETAIL
045292     END-IF
045293     IF PREQ-SINGLE-USE-REDEEMED
045294         PERFORM 2155-WRITE-PROMO-USE-CARD
045295     END-IF
045300     IF PREQ-NO-RATE
045400         MOVE 'NO RATE FOR TIER'
045500             TO WS-REJECT-REASON
045800         MOVE 'PROMO CODE NOT HONORED'
045900             TO WS-REJECT-REASON
046000     END-IF.
046010*=================================================================
046020*    2155-WRITE-PROMO-USE-CARD - A SINGLE-USE CODE REDEEMED
046030*    GOES TO TONIGHT'S RATEMNT STEP ON A PROMOUSE CARD
046040*=================================================================
046050 2155-WRITE-PROMO-USE-CARD.
046060     MOVE RT-PROMO-CODE              TO PU-PROMO-CODE
046070     MOVE RT-CUSTOMER-ID             TO PU-CUSTOMER-ID
046080     MOVE RT-TRANS-DATE              TO PU-USED-DATE
046090     WRITE PROMOUSE-CARD FROM WS-PROMO-USE-CARD
046100     ADD 1 TO WS-SINGLE-USE-REDEEMED.
046200*=================================================================
046300*    2160-REDEEM-LOYALTY-CREDIT - AN AVAILABLE FREE-RENTAL
046400*    CREDIT PRICES THE RENTAL AT ZERO AND IS CONSUMED.
048703             MOVE WS-RENTAL-PRICE TO TX-TAXABLE-AMT
048704             MOVE TAXR-TAX-AMT TO TX-TAX-AMT
048705             WRITE TAXREG-LINE FROM WS-TAX-DETAIL
048706             ADD WS-RENTAL-PRICE TO WS-TAXABLE-TOTAL
048707             ADD TAXR-TAX-AMT TO WS-TAX-TOTAL
048708             ADD TAXR-TAX-AMT TO WS-RENTAL-PRICE
048709         END-IF
048710     END-IF.
048711*=================================================================
048712*    2190-REDEEM-GIFT-CERT - A CHECKOUT NAMING A CERTIFICATE
048713*    PAYS THE QUOTED PRICE FROM THE CERTIFICATE BALANCE, DOWN
048714*    TO WHATEVER BALANCE REMAINS; THE REDEMPTION LISTS ON THE
048715*    GIFTREG REGISTER FOR THE GL LIABILITY LEG
048716*=================================================================
048717 2190-REDEEM-GIFT-CERT.
048718     IF WS-GIFTFILE-AVAILABLE
048719         AND WS-RENTAL-PRICE > ZERO
048720         MOVE RT-GIFT-NUMBER TO GIFT-NUMBER
048721         READ GIFTFILE
048722             INVALID KEY
048723                 MOVE 'GIFT CERT NOT ON FILE'
048724                     TO WS-REJECT-REASON
048725             NOT INVALID KEY
048726                 PERFORM 2195-APPLY-GIFT-BALANCE
048727         END-READ
048728     END-IF.
048729*=================================================================
048730*    2195-APPLY-GIFT-BALANCE
048731*=================================================================
048732 2195-APPLY-GIFT-BALANCE.
048733     IF GIFT-REMAINING-BALANCE = ZERO
048734         MOVE 'GIFT CERT DEPLETED'
048735             TO WS-REJECT-REASON
048736     ELSE
048737         IF GIFT-REMAINING-BALANCE >= WS-RENTAL-PRICE
048738             MOVE WS-RENTAL-PRICE TO WS-GIFT-APPLIED-AMT
048739         ELSE
048740             MOVE GIFT-REMAINING-BALANCE
048741                 TO WS-GIFT-APPLIED-AMT
048742         END-IF
048743         SUBTRACT WS-GIFT-APPLIED-AMT
048744             FROM GIFT-REMAINING-BALANCE
048745         SUBTRACT WS-GIFT-APPLIED-AMT FROM WS-RENTAL-PRICE
048746         MOVE RT-TRANS-DATE TO GIFT-LAST-REDEEM-DATE
048747         IF GIFT-REMAINING-BALANCE = ZERO
048748             MOVE 'D' TO GIFT-STATUS
048749         END-IF
048750         REWRITE GIFT-RECORD
048751             INVALID KEY
048752                 DISPLAY 'RENTPROC: GIFTFILE REWRITE FAILED='
048753                     GIFT-NUMBER
048754             NOT INVALID KEY
048755                 MOVE 'GIFT CERT REDEEMED'
048756                     TO WS-REJECT-REASON
048757                 MOVE 'R' TO GD-TRANS-TYPE
048758                 MOVE RT-GIFT-NUMBER TO GD-GIFT-NUMBER
048759                 MOVE WS-GIFT-APPLIED-AMT TO GD-AMOUNT
048760                 MOVE RT-TRANS-DATE TO GD-TRANS-DATE
048761                 WRITE GIFTREG-LINE FROM WS-GIFT-DETAIL
048762         END-REWRITE
048763     END-IF.
048764*=================================================================
048800*    2200-APPLY-RETURN - CLOSE THE RENTAL, ASSESS THE LATE FEE,
048900*    AND PUT THE COPY BACK ON THE SHELF.  A DROP-BOX CARD CLOSES
048910*    THE RENTAL AS OF THE PRIOR BUSINESS DAY AND PRICES THE FEE
048920*    AN ORDINARY RETURN WOULD HAVE CHARGED FOR THE DIFFERENCE
049000*=================================================================
049100 2200-APPLY-RETURN.
049110     MOVE ZERO TO WS-DAMAGE-CHARGE
049120     IF NOT RT-COND-VALID
049130         MOVE 'N' TO WS-CARD-OK-SW
049140         MOVE 'INVALID RETURN CONDITION' TO WS-REJECT-REASON
049150     ELSE
049160         PERFORM 2210-READ-OPEN-RENTAL
049170     END-IF
049210     IF WS-CARD-OK
049220         MOVE RT-VIDEO-CODE TO VIDEO-CODE
049230         READ VIDOFILE
049280         END-READ
049290     END-IF
049300     IF WS-CARD-OK
049310         PERFORM 2205-SET-RETURN-DATE
049400         MOVE WS-RETURN-DATE         TO RENTAL-RETURN-DATE
049500         MOVE 'R'                    TO RENTAL-STATUS
049600         IF WS-RETURN-DATE > RENTAL-DUE-DATE
049610             AND NOT RENTAL-ON-SUBSCRIPTION
049700             PERFORM 2250-COMPUTE-LATE-FEE
049800         END-IF
049802         IF WS-ORDINARY-FEE > WS-RENTAL-PRICE
049804             COMPUTE WS-FEE-SUPPRESSED =
049806                 WS-ORDINARY-FEE - WS-RENTAL-PRICE
049808         END-IF
049809         PERFORM 2230-ASSESS-RETURN-DAMAGE
049810         PERFORM 2258-SETTLE-DEPOSIT
049900         REWRITE RENTAL-RECORD
050000             INVALID KEY
050100                 MOVE 'N' TO WS-CARD-OK-SW
050410         IF WS-CARD-OK
050420             MOVE 'RW' TO AJRN-OPERATION
050430             PERFORM 2870-JOURNAL-RENTAL-IMAGE
050435             PERFORM 2259-LIST-DEPOSIT-SETTLEMENT
050436             PERFORM 2235-LIST-RETURN-DAMAGE
050440         END-IF
050500     END-IF
051500     IF WS-CARD-OK
051510         IF RT-COND-UNRENTABLE
051520             PERFORM 2930-WRITE-WRITEOFF-CARD
051900         ELSE
051910             PERFORM 2260-CHECK-HOLD-QUEUE
051920             IF WS-HOLD-FILLED
051930                 CONTINUE
051940             ELSE
052000                 ADD 1 TO VIDEO-COPIES-ON-HAND
052100                 PERFORM 2800-REWRITE-VIDEO
052110             END-IF
052200         END-IF
052210         PERFORM 2255-MARK-COPY-RETURNED
052220         MOVE 'F' TO TX-TRANS-TYPE
052230         PERFORM 2175-ASSESS-SALES-TAX
052300     END-IF.
052301*=================================================================
052302*    2205-SET-RETURN-DATE - THE CARD DATE FOR A COUNTER RETURN;
052303*    FOR A DROP-BOX RETURN THE LAST OPEN DAY BEFORE THE MORNING
052304*    THE SLOT WAS EMPTIED (NEVER EARLIER THAN THE CHECKOUT),
052305*    AFTER PRICING WHAT THE CARD DATE WOULD HAVE CHARGED
052306*=================================================================
052307 2205-SET-RETURN-DATE.
052308     MOVE RT-TRANS-DATE TO WS-RETURN-DATE
052309     MOVE ZERO TO WS-ORDINARY-FEE
052310     MOVE ZERO TO WS-FEE-SUPPRESSED
052311     IF RT-DROP-BOX-RETURN
052312         MOVE 'P' TO CALR-FUNCTION
052313         MOVE RT-TRANS-DATE TO CALR-DATE
052314         CALL 'STORECAL' USING CALENDAR-REQUEST
052315         MOVE CALR-RESULT-DATE TO WS-DROP-BOX-DATE
052316         IF WS-DROP-BOX-DATE < RENTAL-CHECKOUT-DATE
052317             MOVE RENTAL-CHECKOUT-DATE TO WS-DROP-BOX-DATE
052318         END-IF
052319         IF RT-TRANS-DATE > RENTAL-DUE-DATE
052320             AND NOT RENTAL-ON-SUBSCRIPTION
052321             PERFORM 2207-PRICE-ORDINARY-RETURN
052322         END-IF
052323         MOVE WS-DROP-BOX-DATE TO WS-RETURN-DATE
052324     END-IF.
052325*=================================================================
052326*    2207-PRICE-ORDINARY-RETURN - THE FEE THE CARD DATE WOULD
052327*    HAVE CHARGED (THE NIGHT'S LATEFEE ACCRUAL INCLUDED), LEAVING
052328*    THE RENTAL'S FEE AND THE REGISTER AMOUNT AS THEY WERE
052329*=================================================================
052330 2207-PRICE-ORDINARY-RETURN.
052331     MOVE RENTAL-LATE-FEE TO WS-PRIOR-LATE-FEE
052332     PERFORM 2250-COMPUTE-LATE-FEE
052333     MOVE RENTAL-LATE-FEE TO WS-ORDINARY-FEE
052334     MOVE WS-PRIOR-LATE-FEE TO RENTAL-LATE-FEE
052335     MOVE ZERO TO WS-RENTAL-PRICE.
052336*=================================================================
052337*    2230-ASSESS-RETURN-DAMAGE - PRICE THE CONDITION THE COPY
052338*    CAME BACK IN: NOTHING WHEN NOT INSPECTED, ELSE THE DMGCHG
052339*    ROW FOR THE CONDITION AND FORMAT.  WITHOUT A WAIVER THE
052340*    CHARGE IS BILLED ONTO THE RENTAL'S FEE (AHEAD OF THE
052341*    DEPOSIT SETTLEMENT); WITH ONE THE SHOP ABSORBS IT AS A
052342*    WAIVER CLAIM
052343*=================================================================
052344 2230-ASSESS-RETURN-DAMAGE.
052345     IF NOT RT-COND-NOT-INSPECTED
052346         PERFORM 2232-LOOK-UP-DMG-CHARGE
052347         IF WS-DAMAGE-CHARGE > ZERO
052348             AND NOT RENTAL-WAIVERED
052349             ADD WS-DAMAGE-CHARGE TO RENTAL-LATE-FEE
052350             ADD WS-DAMAGE-CHARGE TO WS-RENTAL-PRICE
052351         END-IF
052352     END-IF.
052353*=================================================================
052354*    2232-LOOK-UP-DMG-CHARGE - DMGCHG CONDITION/FORMAT ROW FOR
052355*    THE TITLE IN VIDEO-RECORD; WITH NO ROW, A FLAT DEFAULT FOR
052356*    DAMAGED, THE REPLACEMENT COST FOR UNRENTABLE, AND NOTHING
052357*    FOR GOOD OR WORN
052358*=================================================================
052359 2232-LOOK-UP-DMG-CHARGE.
052360     EVALUATE TRUE
052361         WHEN RT-COND-DAMAGED
052362             MOVE WS-DAMAGE-DEFAULT TO WS-DAMAGE-CHARGE
052363         WHEN RT-COND-UNRENTABLE
052364             PERFORM 2257-LOOK-UP-REPL-COST
052365             MOVE WS-REPL-COST-AMT TO WS-DAMAGE-CHARGE
052366         WHEN OTHER
052367             MOVE ZERO TO WS-DAMAGE-CHARGE
052368     END-EVALUATE
052369     IF DMG-CHARGE-ENTRY-COUNT > 0
052370         SET DMG-CHARGE-IDX TO 1
052371         SEARCH DMG-CHARGE-ENTRY
052372             AT END
052373                 CONTINUE
052374             WHEN DMG-CHARGE-CONDITION (DMG-CHARGE-IDX)
052375                     = RT-RETURN-CONDITION
052376                 AND DMG-CHARGE-FORMAT (DMG-CHARGE-IDX)
052377                     = VIDEO-MEDIA-FORMAT
052378                 MOVE DMG-CHARGE-AMT (DMG-CHARGE-IDX)
052379                     TO WS-DAMAGE-CHARGE
052380         END-SEARCH
052381     END-IF.
052382*=================================================================
052383*    2235-LIST-RETURN-DAMAGE - THE DAMAGE PRICED AT INSPECTION
052384*    LISTS ON WAIVCLM: A CLAIM AGAINST THE WAIVER, OR THE
052385*    CHARGE BILLED TO THE CUSTOMER
052386*=================================================================
052387 2235-LIST-RETURN-DAMAGE.
052388     IF WS-DAMAGE-CHARGE > ZERO
052389         MOVE WS-DAMAGE-CHARGE TO WS-WAIVER-LINE-AMT
052390         IF RENTAL-WAIVERED
052391             MOVE 'C' TO WV-TRANS-TYPE
052392             ADD WS-DAMAGE-CHARGE TO WS-WAIVER-CLAIMS
052393             ADD 1 TO WS-WAIVER-CLAIM-COUNT
052394         ELSE
052395             MOVE 'B' TO WV-TRANS-TYPE
052396             ADD WS-DAMAGE-CHARGE TO WS-DAMAGE-BILLED
052397         END-IF
052398         PERFORM 2920-WRITE-WAIVER-LINE
052399     END-IF.
052400*=================================================================
052401*    2255-MARK-COPY-RETURNED - THE RENTAL NAMES THE PHYSICAL
052402*    COPY IT TOOK OUT; PUT THAT COPY'S CPYFILE STATUS BACK ON
052403*    THE SHELF AND RECORD THE CONDITION IT WAS INSPECTED IN.
052404*    AN UNRENTABLE COPY IS MARKED WRITTEN OFF, NOT SHELVED.
052405*=================================================================
052406 2255-MARK-COPY-RETURNED.
052407     IF WS-CPYFILE-AVAILABLE
052408         AND RENTAL-COPY-NUMBER > ZERO
052409         MOVE RT-VIDEO-CODE TO COPY-VIDEO-CODE
052410         MOVE RENTAL-COPY-NUMBER TO COPY-NUMBER
052411         READ CPYFILE
052412             INVALID KEY
052413                 DISPLAY 'RENTPROC: COPY NOT ON CPYFILE='
052414                     RT-VIDEO-CODE '/' RENTAL-COPY-NUMBER
052415             NOT INVALID KEY
052416                 IF RT-COND-UNRENTABLE
052417                     MOVE 'W' TO COPY-STATUS
052418                 ELSE
052419                     MOVE 'S' TO COPY-STATUS
052420                 END-IF
052421                 IF NOT RT-COND-NOT-INSPECTED
052422                     MOVE RT-RETURN-CONDITION TO COPY-CONDITION
052423                 END-IF
052424                 REWRITE COPY-RECORD
052425                     INVALID KEY
052426                         DISPLAY 'RENTPROC: CPYFILE REWRITE '
052427                             'FAILED=' COPY-VIDEO-CODE
052428                 END-REWRITE
052429         END-READ
052430     END-IF.
052431*=================================================================
052500*    2260-CHECK-HOLD-QUEUE - A RETURNED COPY GOES TO THE OLDEST
052600*    WAITING HOLD, NOT BACK TO THE SHELF; THE FILLED HOLD IS
052700*    REPORTED ON THE HOLD-READY CALL LISTING AND REMOVED FROM
063700*=================================================================
063800 2250-COMPUTE-LATE-FEE.
063900     COMPUTE WS-DAYS-OVERDUE =
064000         WS-RETURN-DATE - RENTAL-DUE-DATE
064010     MOVE 'C' TO CALR-FUNCTION
064020     MOVE RENTAL-DUE-DATE TO CALR-DATE
064030     MOVE WS-RETURN-DATE TO CALR-END-DATE
064040     CALL 'STORECAL' USING CALENDAR-REQUEST
064050     IF CALR-CLOSED-COUNT >= WS-DAYS-OVERDUE
064060         MOVE ZERO TO WS-DAYS-OVERDUE
065550*    NIGHTLY LATEFEE ACCRUAL APPLIES
065560*=================================================================
065570 2256-CAP-AT-REPLACEMENT.
065572     PERFORM 2257-LOOK-UP-REPL-COST
065574     IF RENTAL-LATE-FEE > WS-REPL-COST-AMT
065576         MOVE WS-REPL-COST-AMT TO RENTAL-LATE-FEE
065578     END-IF.
065580*=================================================================
065582*    2257-LOOK-UP-REPL-COST - REPLCOST FORMAT/TIER ROW FOR THE
065584*    TITLE IN VIDEO-RECORD, DEFAULT COST WHEN NO ROW MATCHES
065586*=================================================================
065588 2257-LOOK-UP-REPL-COST.
065590     MOVE WS-REPL-COST-DEFAULT TO WS-REPL-COST-AMT
065592     IF REPL-COST-ENTRY-COUNT > 0
065594         SET REPL-COST-IDX TO 1
065596         SEARCH REPL-COST-ENTRY
065598             AT END
065600                 CONTINUE
065602             WHEN REPL-COST-FORMAT (REPL-COST-IDX)
065604                     = VIDEO-MEDIA-FORMAT
065606                 AND REPL-COST-TIER (REPL-COST-IDX)
065608                     = VIDEO-PRICE-TIER
065610                 MOVE REPL-COST-AMT (REPL-COST-IDX)
065612                     TO WS-REPL-COST-AMT
065614         END-SEARCH
065616     END-IF.
065618*=================================================================
065620*    2258-SETTLE-DEPOSIT - A DEPOSIT HELD ON THE RENTAL FIRST
065622*    PAYS DOWN THE RENTAL'S FEE; WHATEVER IS LEFT GOES BACK TO
065624*    THE CUSTOMER.  THE RENTAL LEAVES WITH NO DEPOSIT HELD.
065626*=================================================================
065628 2258-SETTLE-DEPOSIT.
065630     MOVE ZERO TO WS-DEPOSIT-APPLIED
065632     MOVE ZERO TO WS-DEPOSIT-RELEASED
065634     IF RENTAL-DEPOSIT-AMT > ZERO
065636         IF RENTAL-LATE-FEE >= RENTAL-DEPOSIT-AMT
065638             MOVE RENTAL-DEPOSIT-AMT TO WS-DEPOSIT-APPLIED
065640         ELSE
065642             MOVE RENTAL-LATE-FEE TO WS-DEPOSIT-APPLIED
065644         END-IF
065646         SUBTRACT WS-DEPOSIT-APPLIED FROM RENTAL-LATE-FEE
065648         COMPUTE WS-DEPOSIT-RELEASED =
065650             RENTAL-DEPOSIT-AMT - WS-DEPOSIT-APPLIED
065652         MOVE ZERO TO RENTAL-DEPOSIT-AMT
065654     END-IF.
065656*=================================================================
065658*    2259-LIST-DEPOSIT-SETTLEMENT - ONE DEPREG LINE FOR THE
065660*    AMOUNT APPLIED, ONE FOR THE AMOUNT RELEASED
065662*=================================================================
065664 2259-LIST-DEPOSIT-SETTLEMENT.
065666     IF WS-DEPOSIT-APPLIED > ZERO
065668         MOVE 'A' TO DP-TRANS-TYPE
065670         MOVE WS-DEPOSIT-APPLIED TO WS-DEPOSIT-LINE-AMT
065672         PERFORM 2910-WRITE-DEPOSIT-LINE
065674     END-IF
065676     IF WS-DEPOSIT-RELEASED > ZERO
065678         MOVE 'R' TO DP-TRANS-TYPE
065680         MOVE WS-DEPOSIT-RELEASED TO WS-DEPOSIT-LINE-AMT
065682         PERFORM 2910-WRITE-DEPOSIT-LINE
065684     END-IF.
065686*=================================================================
065700*    2300-APPLY-RENEWAL - EXTEND THE DUE DATE ONE MORE PERIOD
065800*=================================================================
065900 2300-APPLY-RENEWAL.
066800         END-READ
066900     END-IF
067000     IF WS-CARD-OK
067010         IF RENTAL-ON-SUBSCRIPTION
067020             MOVE 'Y'                TO PREQ-SUBSCRIBER-FLAG
067030         ELSE
067040             MOVE 'N'                TO PREQ-SUBSCRIBER-FLAG
067050         END-IF
067100         PERFORM 2150-PRICE-RENTAL
067200         COMPUTE RENTAL-DUE-DATE =
067300             RT-TRANS-DATE + WS-RENTAL-PERIOD-DAYS
068094         MOVE RT-TRANS-DATE          TO GIFT-ISSUE-DATE
068095         MOVE ZERO                   TO GIFT-LAST-REDEEM-DATE
068096         MOVE 'A'                    TO GIFT-STATUS
068097         MOVE ZERO                   TO GIFT-PURCHASER-ID
068098         IF RT-CUSTOMER-ID NUMERIC
068099             MOVE RT-CUSTOMER-ID     TO GIFT-PURCHASER-ID
068100         END-IF
068101         WRITE GIFT-RECORD
068102             INVALID KEY
068103                 MOVE 'N' TO WS-CARD-OK-SW
068104                 MOVE 'GIFT NUMBER ALREADY SOLD'
068105                     TO WS-REJECT-REASON
068106         END-WRITE
068107     END-IF
068108     IF WS-CARD-OK
068109         MOVE RT-GIFT-AMOUNT TO WS-RENTAL-PRICE
068110         MOVE 'S' TO GD-TRANS-TYPE
068111         MOVE RT-GIFT-NUMBER TO GD-GIFT-NUMBER
068112         MOVE RT-GIFT-AMOUNT TO GD-AMOUNT
068113         MOVE RT-TRANS-DATE TO GD-TRANS-DATE
068114         WRITE GIFTREG-LINE FROM WS-GIFT-DETAIL
068115         MOVE 'GIFT CERT SOLD' TO WS-REJECT-REASON
068116     END-IF.
068117*=================================================================
068118*    2600-APPLY-EQUIP-CHECKOUT - RENT OUT A PLAYER OR GAME
068119*    CONSOLE BY SERIAL NUMBER.  THE SAME BLOCK-LIST AND
068120*    MEMBERSHIP REFUSALS AS A TITLE; THE UNIT MUST BE IN THE
068121*    STORE AND THE DEPOSIT TAKEN.  THE RENTAL CARRIES NO VIDEO
068122*    CODE OR COPY, ONLY THE UNIT'S SERIAL NUMBER
068123*=================================================================
068124 2600-APPLY-EQUIP-CHECKOUT.
068125     PERFORM 2105-CHECK-BLOCK-LIST
068126     IF WS-CARD-OK
068127         PERFORM 2106-CHECK-MEMBERSHIP
068128     END-IF
068129     IF WS-CARD-OK
068130         PERFORM 2610-READ-EQUIP-FOR-CHECKOUT
068131     END-IF
068132     IF WS-CARD-OK
068133         AND NOT RT-DEPOSIT-TAKEN
068134         MOVE 'N' TO WS-CARD-OK-SW
068135         MOVE 'EQUIPMENT DEPOSIT REQUIRED'
068136             TO WS-REJECT-REASON
068137     END-IF
068138     IF WS-CARD-OK
068139         IF RT-EQUIP-DAYS NUMERIC
068140             AND RT-EQUIP-DAYS > ZERO
068141             MOVE RT-EQUIP-DAYS      TO WS-EQUIP-DAYS
068142         ELSE
068143             MOVE WS-EQUIP-DAYS-DEFAULT TO WS-EQUIP-DAYS
068144         END-IF
068145         MOVE WS-EQUIP-DAYS          TO PREQ-NIGHTS
068146         PERFORM 2620-PRICE-EQUIPMENT
068147         IF PREQ-NO-RATE
068148             MOVE 'N' TO WS-CARD-OK-SW
068149             MOVE 'NO RATE FOR EQUIPMENT TIER'
068150                 TO WS-REJECT-REASON
068151         ELSE
068152             MOVE PREQ-PRICE         TO WS-RENTAL-PRICE
068153         END-IF
068154     END-IF
068155     IF WS-CARD-OK
068156         IF EQUIP-DEPOSIT-AMT > ZERO
068157             MOVE EQUIP-DEPOSIT-AMT  TO WS-DEPOSIT-AMT
068158         ELSE
068159             MOVE EQUIP-PURCHASE-COST TO WS-DEPOSIT-AMT
068160         END-IF
068161         ADD 1 TO WS-NEXT-RENTAL-NUMBER
068162         MOVE WS-NEXT-RENTAL-NUMBER  TO RENTAL-NUMBER
068163         MOVE ZERO                   TO RENTAL-VIDEO-CODE
068164         MOVE RT-CUSTOMER-ID         TO RENTAL-CUSTOMER-ID
068165         MOVE RT-TRANS-DATE          TO RENTAL-CHECKOUT-DATE
068166         COMPUTE RENTAL-DUE-DATE =
068167             RT-TRANS-DATE + WS-EQUIP-DAYS
068168         PERFORM 2140-ROLL-DUE-DATE-FORWARD
068169         MOVE ZERO                   TO RENTAL-RETURN-DATE
068170         MOVE 'O'                    TO RENTAL-STATUS
068171         MOVE ZERO                   TO RENTAL-LATE-FEE
068172         MOVE ZERO                   TO RENTAL-COPY-NUMBER
068173         MOVE EQUIP-STORE-CODE       TO RENTAL-STORE-CODE
068174         MOVE SPACE                  TO RENTAL-WAIVER-FLAG
068175         MOVE ZERO                   TO RENTAL-WAIVER-FEE
068176         MOVE WS-DEPOSIT-AMT         TO RENTAL-DEPOSIT-AMT
068177         MOVE ZERO                   TO RENTAL-MEMBER-NO
068178         MOVE SPACE                  TO RENTAL-PLAN-FLAG
068179         MOVE 'E'                    TO RENTAL-ITEM-CLASS
068180         MOVE EQUIP-SERIAL-NUMBER    TO RENTAL-EQUIP-SERIAL
068181         WRITE RENTAL-RECORD
068182             INVALID KEY
068183                 MOVE 'N' TO WS-CARD-OK-SW
068184                 MOVE 'RENTAL WRITE FAILED'
068185                     TO WS-REJECT-REASON
068186         END-WRITE
068187         IF WS-CARD-OK
068188             MOVE 'WR' TO AJRN-OPERATION
068189             PERFORM 2870-JOURNAL-RENTAL-IMAGE
068190         END-IF
068191     END-IF
068192     IF WS-CARD-OK
068193         MOVE 'O'                    TO EQUIP-STATUS
068194         MOVE RENTAL-NUMBER          TO EQUIP-RENTAL-NUMBER
068195         PERFORM 2630-REWRITE-EQUIPMENT
068196         MOVE 'C' TO TX-TRANS-TYPE
068197         PERFORM 2175-ASSESS-SALES-TAX
068198         MOVE 'H' TO DP-TRANS-TYPE
068199         MOVE WS-DEPOSIT-AMT TO WS-DEPOSIT-LINE-AMT
068200         PERFORM 2910-WRITE-DEPOSIT-LINE
068201         MOVE SPACES TO WS-REJECT-REASON
068202         STRING 'EQUIPMENT ' EQUIP-SERIAL-NUMBER
068203             DELIMITED BY SIZE INTO WS-REJECT-REASON
068204         ADD 1 TO WS-EQUIP-CHECKOUTS
068205     END-IF.
068206*=================================================================
068207*    2610-READ-EQUIP-FOR-CHECKOUT - THE SERIAL NUMBER MUST BE
068208*    ON EQPFILE AND THE UNIT IN THE STORE, NOT OUT, LOST, OR
068209*    RETIRED
068210*=================================================================
068211 2610-READ-EQUIP-FOR-CHECKOUT.
068212     IF NOT WS-EQPFILE-AVAILABLE
068213         MOVE 'N' TO WS-CARD-OK-SW
068214         MOVE 'EQPFILE NOT AVAILABLE'
068215             TO WS-REJECT-REASON
068216     ELSE
068217         MOVE RT-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
068218         READ EQPFILE
068219             INVALID KEY
068220                 MOVE 'N' TO WS-CARD-OK-SW
068221                 MOVE 'SERIAL NUMBER NOT ON FILE'
068222                     TO WS-REJECT-REASON
068223             NOT INVALID KEY
068224                 IF NOT EQUIP-IN-STORE
068225                     MOVE 'N' TO WS-CARD-OK-SW
068226                     MOVE 'EQUIPMENT NOT IN STORE'
068227                         TO WS-REJECT-REASON
068228                 END-IF
068229         END-READ
068230     END-IF.
068231*=================================================================
068232*    2620-PRICE-EQUIPMENT - DAILY PRICE FOR THE NIGHTS IN
068233*    PREQ-NIGHTS ON THE UNIT'S TIER (ITS EQUIPMENT TYPE); NO
068234*    PROMOTION, WAIVER, OR SUBSCRIPTION APPLIES TO EQUIPMENT
068235*=================================================================
068236 2620-PRICE-EQUIPMENT.
068237     MOVE EQUIP-TYPE                 TO PREQ-TIER
068238     MOVE SPACES                     TO PREQ-PROMO-CODE
068239     MOVE RT-TRANS-DATE              TO PREQ-AS-OF-DATE
068240     MOVE 'N'                        TO PREQ-WAIVER-FLAG
068241     MOVE 'N'                        TO PREQ-SUBSCRIBER-FLAG
068242     MOVE RT-CUSTOMER-ID             TO PREQ-CUSTOMER-ID
068243     CALL 'PRICENG' USING PRICE-REQUEST.
068244*=================================================================
068245*    2630-REWRITE-EQUIPMENT - PUT THE UNIT'S NEW STATUS BACK
068246*=================================================================
068247 2630-REWRITE-EQUIPMENT.
068248     REWRITE EQUIPMENT-RECORD
068249         INVALID KEY
068250             DISPLAY 'RENTPROC: EQPFILE REWRITE FAILED='
068251                 EQUIP-SERIAL-NUMBER
068252     END-REWRITE.
068253*=================================================================
068254*    2700-APPLY-EQUIP-RETURN - CLOSE THE UNIT'S OPEN RENTAL,
068255*    PRICE ANY DAYS LATE, SETTLE THE DEPOSIT, AND PUT THE UNIT
068256*    BACK IN THE STORE - OR RETIRE IT WHEN INSPECTED UNRENTABLE
068257*=================================================================
068258 2700-APPLY-EQUIP-RETURN.
068259     IF NOT RT-COND-VALID
068260         MOVE 'N' TO WS-CARD-OK-SW
068261         MOVE 'INVALID RETURN CONDITION' TO WS-REJECT-REASON
068262     ELSE
068263         PERFORM 2710-READ-EQUIP-RENTAL
068264     END-IF
068265     IF WS-CARD-OK
068266         MOVE RT-TRANS-DATE          TO WS-RETURN-DATE
068267         MOVE WS-RETURN-DATE         TO RENTAL-RETURN-DATE
068268         MOVE 'R'                    TO RENTAL-STATUS
068269         IF WS-RETURN-DATE > RENTAL-DUE-DATE
068270             PERFORM 2720-COMPUTE-EQUIP-LATE-FEE
068271         END-IF
068272         PERFORM 2258-SETTLE-DEPOSIT
068273         REWRITE RENTAL-RECORD
068274             INVALID KEY
068275                 MOVE 'N' TO WS-CARD-OK-SW
068276                 MOVE 'RENTAL REWRITE FAILED'
068277                     TO WS-REJECT-REASON
068278         END-REWRITE
068279         IF WS-CARD-OK
068280             MOVE 'RW' TO AJRN-OPERATION
068281             PERFORM 2870-JOURNAL-RENTAL-IMAGE
068282             PERFORM 2259-LIST-DEPOSIT-SETTLEMENT
068283         END-IF
068284     END-IF
068285     IF WS-CARD-OK
068286         IF RT-COND-UNRENTABLE
068287             MOVE 'X'                TO EQUIP-STATUS
068288         ELSE
068289             MOVE 'S'                TO EQUIP-STATUS
068290         END-IF
068291         IF NOT RT-COND-NOT-INSPECTED
068292             MOVE RT-RETURN-CONDITION TO EQUIP-CONDITION
068293         END-IF
068294         MOVE ZERO                   TO EQUIP-RENTAL-NUMBER
068295         PERFORM 2630-REWRITE-EQUIPMENT
068296         MOVE 'F' TO TX-TRANS-TYPE
068297         PERFORM 2175-ASSESS-SALES-TAX
068298         MOVE SPACES TO WS-REJECT-REASON
068299         STRING 'EQUIPMENT ' EQUIP-SERIAL-NUMBER
068300             DELIMITED BY SIZE INTO WS-REJECT-REASON
068301         ADD 1 TO WS-EQUIP-RETURNS
068302     END-IF.
068303*=================================================================
068304*    2710-READ-EQUIP-RENTAL - THE UNIT MUST BE OUT, AND THE
068305*    RENTAL IT POINTS AT OPEN TO THE CARD'S CUSTOMER
068306*=================================================================
068307 2710-READ-EQUIP-RENTAL.
068308     IF NOT WS-EQPFILE-AVAILABLE
068309         MOVE 'N' TO WS-CARD-OK-SW
068310         MOVE 'EQPFILE NOT AVAILABLE'
068311             TO WS-REJECT-REASON
068312     ELSE
068313         MOVE RT-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
068314         READ EQPFILE
068315             INVALID KEY
068316                 MOVE 'N' TO WS-CARD-OK-SW
068317                 MOVE 'SERIAL NUMBER NOT ON FILE'
068318                     TO WS-REJECT-REASON
068319         END-READ
068320     END-IF
068321     IF WS-CARD-OK
068322         AND NOT EQUIP-RENTED
068323         MOVE 'N' TO WS-CARD-OK-SW
068324         MOVE 'EQUIPMENT NOT OUT ON RENTAL'
068325             TO WS-REJECT-REASON
068326     END-IF
068327     IF WS-CARD-OK
068328         MOVE EQUIP-RENTAL-NUMBER TO RENTAL-NUMBER
068329         READ RENTFILE
068330             INVALID KEY
068331                 MOVE 'N' TO WS-CARD-OK-SW
068332                 MOVE 'NO RENTAL ON FILE'
068333                     TO WS-REJECT-REASON
068334         END-READ
068335     END-IF
068336     IF WS-CARD-OK
068337         IF NOT RENTAL-OPEN
068338             OR RENTAL-CUSTOMER-ID NOT = RT-CUSTOMER-ID
068339             MOVE 'N' TO WS-CARD-OK-SW
068340             MOVE 'NO OPEN RENTAL FOR CUSTOMER'
068341                 TO WS-REJECT-REASON
068342         END-IF
068343     END-IF.
068344*=================================================================
068345*    2720-COMPUTE-EQUIP-LATE-FEE - EACH OPEN DAY PAST DUE IS
068346*    ANOTHER DAY'S RENTAL AT THE UNIT'S DAILY RATE, NEVER MORE
068347*    THAN THE UNIT COST THE SHOP TO BUY
068348*=================================================================
068349 2720-COMPUTE-EQUIP-LATE-FEE.
068350     COMPUTE WS-DAYS-OVERDUE =
068351         WS-RETURN-DATE - RENTAL-DUE-DATE
068352     MOVE 'C' TO CALR-FUNCTION
068353     MOVE RENTAL-DUE-DATE TO CALR-DATE
068354     MOVE WS-RETURN-DATE TO CALR-END-DATE
068355     CALL 'STORECAL' USING CALENDAR-REQUEST
068356     IF CALR-CLOSED-COUNT >= WS-DAYS-OVERDUE
068357         MOVE ZERO TO WS-DAYS-OVERDUE
068358     ELSE
068359         SUBTRACT CALR-CLOSED-COUNT FROM WS-DAYS-OVERDUE
068360     END-IF
068361     MOVE ZERO TO RENTAL-LATE-FEE
068362     IF WS-DAYS-OVERDUE > ZERO
068363         IF WS-DAYS-OVERDUE > 999
068364             MOVE 999 TO PREQ-NIGHTS
068365         ELSE
068366             MOVE WS-DAYS-OVERDUE TO PREQ-NIGHTS
068367         END-IF
068368         PERFORM 2620-PRICE-EQUIPMENT
068369         IF NOT PREQ-NO-RATE
068370             MOVE PREQ-PRICE TO RENTAL-LATE-FEE
068371         END-IF
068372     END-IF
068373     IF RENTAL-LATE-FEE > EQUIP-PURCHASE-COST
068374         MOVE EQUIP-PURCHASE-COST TO RENTAL-LATE-FEE
068375     END-IF
068376     MOVE RENTAL-LATE-FEE TO WS-RENTAL-PRICE.
068377*=================================================================
068378*    2750-APPLY-MERCH-SALE - AN 'M' CARD SELLS CONCESSIONS OR
068379*    MERCHANDISE OVER THE COUNTER: PRICE TIMES QUANTITY, TAXED
068380*    WHEN THE SKU'S TAX CLASS SAYS SO.  THE SALE STANDS EVEN
068381*    WHEN THE BOOK ON-HAND IS SHORT (THE GOODS HAVE GONE); THE
068382*    ON-HAND FLOORS AT ZERO AND THE SHORTFALL LISTS ON MERCHREG
068383*=================================================================
068384 2750-APPLY-MERCH-SALE.
068385     IF NOT WS-MERCHFILE-AVAILABLE
068386         MOVE 'N' TO WS-CARD-OK-SW
068387         MOVE 'MERCHFILE NOT AVAILABLE'
068388             TO WS-REJECT-REASON
068389     ELSE
068390         MOVE RT-MERCH-SKU TO MERCH-SKU
068391         READ MERCHFILE
068392             INVALID KEY
068393                 MOVE 'N' TO WS-CARD-OK-SW
068394                 MOVE 'SKU NOT ON FILE'
068395                     TO WS-REJECT-REASON
068396         END-READ
068397     END-IF
068398     IF WS-CARD-OK
068399         AND NOT MERCH-ACTIVE
068400         MOVE 'N' TO WS-CARD-OK-SW
068401         MOVE 'SKU DISCONTINUED'
068402             TO WS-REJECT-REASON
068403     END-IF
068404     IF WS-CARD-OK
068405         IF RT-MERCH-QTY NUMERIC
068406             AND RT-MERCH-QTY > ZERO
068407             MOVE RT-MERCH-QTY       TO WS-MERCH-QTY
068408         ELSE
068409             MOVE 1                  TO WS-MERCH-QTY
068410         END-IF
068411         COMPUTE WS-MERCH-SALE-AMT =
068412             MERCH-UNIT-PRICE * WS-MERCH-QTY
068413         COMPUTE WS-MERCH-COST-AMT =
068414             MERCH-UNIT-COST * WS-MERCH-QTY
068415         MOVE ZERO TO TAXR-TAX-AMT
068416         IF MERCH-TAXABLE
068417             MOVE RT-TRANS-DATE      TO TAXR-AS-OF-DATE
068418             MOVE WS-MERCH-SALE-AMT  TO TAXR-BASE-AMT
068419             CALL 'TAXCALC' USING TAX-REQUEST
068420         END-IF
068421         IF WS-MERCH-SALE-AMT + TAXR-TAX-AMT
068422             > WS-MERCH-SALE-LIMIT
068423             MOVE 'N' TO WS-CARD-OK-SW
068424             MOVE 'SALE OVER REGISTER LIMIT'
068425                 TO WS-REJECT-REASON
068426         END-IF
068427     END-IF
068428     IF WS-CARD-OK
068429         IF MERCH-ON-HAND < WS-MERCH-QTY
068430             COMPUTE WS-MERCH-SHORT-QTY =
068431                 WS-MERCH-QTY - MERCH-ON-HAND
068432             MOVE ZERO               TO MERCH-ON-HAND
068433         ELSE
068434             MOVE ZERO               TO WS-MERCH-SHORT-QTY
068435             SUBTRACT WS-MERCH-QTY FROM MERCH-ON-HAND
068436         END-IF
068437         MOVE RT-TRANS-DATE          TO MERCH-LAST-SALE-DATE
068438         REWRITE MERCHANDISE-RECORD
068439             INVALID KEY
068440                 MOVE 'N' TO WS-CARD-OK-SW
068441                 MOVE 'MERCHFILE REWRITE FAILED'
068442                     TO WS-REJECT-REASON
068443         END-REWRITE
068444     END-IF
068445     IF WS-CARD-OK
068446         MOVE WS-MERCH-SALE-AMT TO WS-RENTAL-PRICE
068447         IF TAXR-TAX-AMT > ZERO
068448             MOVE 'M' TO TX-TRANS-TYPE
068449             MOVE RT-TRANS-DATE TO TX-TRANS-DATE
068450             MOVE WS-MERCH-SALE-AMT TO TX-TAXABLE-AMT
068451             MOVE TAXR-TAX-AMT TO TX-TAX-AMT
068452             WRITE TAXREG-LINE FROM WS-TAX-DETAIL
068453             ADD WS-MERCH-SALE-AMT TO WS-TAXABLE-TOTAL
068454             ADD TAXR-TAX-AMT TO WS-TAX-TOTAL
068455             ADD TAXR-TAX-AMT TO WS-RENTAL-PRICE
068456         END-IF
068457         PERFORM 2760-WRITE-MERCH-LINE
068458         MOVE SPACES TO WS-REJECT-REASON
068459         STRING 'MERCH SALE ' MERCH-SKU
068460             DELIMITED BY SIZE INTO WS-REJECT-REASON
068461         ADD 1 TO WS-MERCH-SALES
068462         ADD WS-MERCH-QTY TO WS-MERCH-UNITS-SOLD
068463         ADD WS-MERCH-SHORT-QTY TO WS-MERCH-UNITS-SHORT
068464     END-IF.
068465*=================================================================
068466*    2760-WRITE-MERCH-LINE - MERCHREG: TYPE IN COLUMN 2 (S SALE),
068467*    SKU 5-12, QUANTITY 15-17, NET SALE 20-27, COST 30-37, DATE
068468*    40-47, COUNTER REGISTER 50-51, OPERATOR 54-56, UNITS SOLD
068469*    BEYOND THE BOOK ON-HAND 59-61
068470*=================================================================
068471 2760-WRITE-MERCH-LINE.
068472     MOVE 'S'                        TO MD-TRANS-TYPE
068473     MOVE MERCH-SKU                  TO MD-SKU
068474     MOVE WS-MERCH-QTY               TO MD-QTY
068475     MOVE WS-MERCH-SALE-AMT          TO MD-SALE-AMT
068476     MOVE WS-MERCH-COST-AMT          TO MD-COST-AMT
068477     MOVE RT-TRANS-DATE              TO MD-TRANS-DATE
068478     IF RT-REGISTER-ID NUMERIC
068479         MOVE RT-REGISTER-ID         TO MD-REGISTER-ID
068480     ELSE
068481         MOVE ZERO                   TO MD-REGISTER-ID
068482     END-IF
068483     MOVE RT-OPERATOR-ID             TO MD-OPERATOR-ID
068484     MOVE WS-MERCH-SHORT-QTY         TO MD-SHORT-QTY
068485     WRITE MERCHREG-LINE FROM WS-MERCH-DETAIL.
068486*=================================================================
068487*    2800-REWRITE-VIDEO - PUT THE ADJUSTED ON-HAND COUNT BACK
068488*=================================================================
068489 2800-REWRITE-VIDEO.
068500     REWRITE VIDEO-RECORD
068600         INVALID KEY
068700             MOVE 'N' TO WS-CARD-OK-SW
069540         MOVE ZERO                   TO RG-REGISTER-ID
069550     END-IF
069560     MOVE RT-OPERATOR-ID             TO RG-OPERATOR-ID
069570     IF RT-EQUIP-CHECKOUT
069580         OR RT-EQUIP-RETURN
069585         OR RT-MERCH-SALE
069590         MOVE ZERO                   TO RG-VIDEO-CODE
069600     ELSE
069610         MOVE RT-VIDEO-CODE          TO RG-VIDEO-CODE
069620     END-IF
069700     MOVE RT-CUSTOMER-ID             TO RG-CUSTOMER-ID
069800     MOVE RT-TRANS-DATE              TO RG-TRANS-DATE
069900     MOVE WS-RENTAL-PRICE            TO RG-AMOUNT
070000     MOVE WS-REJECT-REASON           TO RG-REASON
070100     IF WS-CARD-OK
070200         ADD 1 TO WS-TRANS-ACCEPTED
070210         ADD WS-RENTAL-PRICE TO WS-REGISTER-AMOUNT
070300         MOVE 'ACCEPTED'             TO RG-DISPOSITION
070400     ELSE
070500         ADD 1 TO WS-TRANS-REJECTED
070700     END-IF
070800     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
070900     ADD 1 TO WS-REGISTER-LINES.
070905*=================================================================
070910*    2910-WRITE-DEPOSIT-LINE - DEPREG: TYPE IN COLUMN 2 (H HELD,
070915*    A APPLIED, R RELEASED), CUSTOMER 5-10, RENTAL 13-19,
070920*    AMOUNT 22-29, DATE 32-39, COUNTER REGISTER 42-43
070925*=================================================================
070930 2910-WRITE-DEPOSIT-LINE.
070935     MOVE RENTAL-CUSTOMER-ID         TO DP-CUSTOMER-ID
070940     MOVE RENTAL-NUMBER              TO DP-RENTAL-NUMBER
070945     MOVE WS-DEPOSIT-LINE-AMT        TO DP-AMOUNT
070950     MOVE RT-TRANS-DATE              TO DP-TRANS-DATE
070955     IF RT-REGISTER-ID NUMERIC
070960         MOVE RT-REGISTER-ID         TO DP-REGISTER-ID
070965     ELSE
070970         MOVE ZERO                   TO DP-REGISTER-ID
070975     END-IF
070980     WRITE DEPREG-LINE FROM WS-DEPOSIT-DETAIL.
070981*=================================================================
070982*    2915-WRITE-RATING-OVERRIDE - ONE RATEOVR LINE FOR A
070983*    RESTRICTED-TITLE REFUSAL OR CONSENT RENTAL (RO-ACTION SET
070984*    BY THE CALLER)
070985*=================================================================
070986 2915-WRITE-RATING-OVERRIDE.
070987     MOVE RT-TRANS-DATE              TO RO-TRANS-DATE
070988     MOVE RT-CUSTOMER-ID             TO RO-CUSTOMER-ID
070989     MOVE RT-MEMBER-NO               TO RO-MEMBER-NO
070990     MOVE RT-VIDEO-CODE              TO RO-VIDEO-CODE
070991     MOVE VIDEO-RATING               TO RO-RATING
070992     MOVE WS-RENTER-AGE              TO RO-RENTER-AGE
070993     MOVE 'RENTPROC'                 TO RO-SOURCE
070994     MOVE RT-REGISTER-ID             TO RO-REGISTER-ID
070995     MOVE RT-OPERATOR-ID             TO RO-OPERATOR-ID
070996     MOVE WS-RENTER-NAME             TO RO-MEMBER-NAME
070997     WRITE RATEOVR-LINE FROM RATING-OVERRIDE-LINE.
070998*=================================================================
070999*    2920-WRITE-WAIVER-LINE - ONE WAIVCLM LINE FOR THE RENTAL
071000*    IN RENTAL-RECORD (WV-TRANS-TYPE SET BY THE CALLER)
071001*=================================================================
071002 2920-WRITE-WAIVER-LINE.
071003     MOVE RENTAL-CUSTOMER-ID         TO WV-CUSTOMER-ID
071004     MOVE RENTAL-NUMBER              TO WV-RENTAL-NUMBER
071005     MOVE WS-WAIVER-LINE-AMT         TO WV-AMOUNT
071006     MOVE RT-TRANS-DATE              TO WV-TRANS-DATE
071007     MOVE RENTAL-VIDEO-CODE          TO WV-VIDEO-CODE
071008     MOVE RENTAL-COPY-NUMBER         TO WV-COPY-NUMBER
071009     MOVE RT-RETURN-CONDITION        TO WV-CONDITION
071010     IF RT-REGISTER-ID NUMERIC
071011         MOVE RT-REGISTER-ID         TO WV-REGISTER-ID
071012     ELSE
071013         MOVE ZERO                   TO WV-REGISTER-ID
071014     END-IF
071015     MOVE RT-OPERATOR-ID             TO WV-OPERATOR-ID
071016     WRITE WAIVCLM-LINE FROM WS-WAIVER-DETAIL.
071017*=================================================================
071018*    2925-WRITE-MGR-OVERRIDE - ONE MGROVR LINE FOR A CHECKOUT
071019*    CARD CARRYING A MANAGER OVERRIDE
071020*=================================================================
071021 2925-WRITE-MGR-OVERRIDE.
071022     MOVE RT-TRANS-DATE              TO MO-TRANS-DATE
071023     MOVE RT-CUSTOMER-ID             TO MO-CUSTOMER-ID
071024     MOVE RT-VIDEO-CODE              TO MO-VIDEO-CODE
071025     MOVE RT-OPERATOR-ID             TO MO-OPERATOR-ID
071026     MOVE RT-OVERRIDE-MANAGER        TO MO-MANAGER-ID
071027     MOVE RT-OVERRIDE-REASON         TO MO-REASON-CODE
071028     IF RT-REGISTER-ID NUMERIC
071029         MOVE RT-REGISTER-ID         TO MO-REGISTER-ID
071030     ELSE
071031         MOVE ZERO                   TO MO-REGISTER-ID
071032     END-IF
071033     IF NOT WS-CARD-OK
071034         MOVE 'REJECTED'             TO MO-DISPOSITION
071035         MOVE WS-REJECT-REASON       TO MO-REFUSAL
071036         ADD 1 TO WS-OVERRIDES-REJECTED
071037     ELSE
071038         IF WS-OVERRIDE-USED
071039             MOVE 'HONORED '         TO MO-DISPOSITION
071040             MOVE WS-OVERRIDDEN-REASON TO MO-REFUSAL
071041             ADD 1 TO WS-OVERRIDES-HONORED
071042         ELSE
071043             MOVE 'NOT USED'         TO MO-DISPOSITION
071044             MOVE 'NO REFUSAL TO OVERRIDE' TO MO-REFUSAL
071045             ADD 1 TO WS-OVERRIDES-NOT-USED
071046         END-IF
071047     END-IF
071048     WRITE MGROVR-LINE FROM WS-MGR-OVR-DETAIL.
071049*=================================================================
071050*    2930-WRITE-WRITEOFF-CARD - A COPY INSPECTED UNRENTABLE
071051*    GOES TO TONIGHT'S WRITEOFF STEP ON A DMGWO CARD
071052*=================================================================
071053 2930-WRITE-WRITEOFF-CARD.
071054     MOVE RENTAL-VIDEO-CODE          TO WO-VIDEO-CODE
071055     MOVE 'RETURNED UNRENTABLE'      TO WO-REASON
071056     MOVE RT-TRANS-DATE              TO WO-DATE
071057     MOVE RENTAL-COPY-NUMBER         TO WO-COPY-NUMBER
071058     MOVE RT-OPERATOR-ID             TO WO-OPERATOR-ID
071059     WRITE DMGWO-CARD FROM WS-WRITEOFF-CARD
071060     ADD 1 TO WS-COPIES-ROUTED.
071061*=================================================================
071062*    2950-HOLD-DROP-BOX-LINE - AN ACCEPTED DROP-BOX RETURN IS
071063*    KEPT FOR THE SEPARATE SECTION AT THE FOOT OF RENTREG
071064*=================================================================
071065 2950-HOLD-DROP-BOX-LINE.
071066     ADD 1 TO WS-DROP-BOX-RETURNS
071067     ADD WS-FEE-SUPPRESSED TO WS-DROP-BOX-FEES-SUPPR
071068     IF WS-DROP-BOX-COUNT < 300
071069         ADD 1 TO WS-DROP-BOX-COUNT
071070         MOVE RT-VIDEO-CODE
071071             TO WS-DB-VIDEO-CODE (WS-DROP-BOX-COUNT)
071072         MOVE RT-CUSTOMER-ID
071073             TO WS-DB-CUSTOMER-ID (WS-DROP-BOX-COUNT)
071074         MOVE RT-TRANS-DATE
071075             TO WS-DB-KEYED-DATE (WS-DROP-BOX-COUNT)
071076         MOVE WS-RETURN-DATE
071077             TO WS-DB-RETURN-DATE (WS-DROP-BOX-COUNT)
071078         MOVE WS-RENTAL-PRICE
071079             TO WS-DB-FEE (WS-DROP-BOX-COUNT)
071080         MOVE WS-FEE-SUPPRESSED
071081             TO WS-DB-SUPPRESSED (WS-DROP-BOX-COUNT)
071082         MOVE RT-OPERATOR-ID
071083             TO WS-DB-OPERATOR-ID (WS-DROP-BOX-COUNT)
071084         MOVE RG-REGISTER-ID
071085             TO WS-DB-REGISTER-ID (WS-DROP-BOX-COUNT)
071086     ELSE
071087         ADD 1 TO WS-DROP-BOX-UNLISTED
071088     END-IF.
071089*=================================================================
071100*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
071200*=================================================================
071300 3000-TERMINATE.
071305     IF FC-RENTCARD-STATUS = '10'
071306         DELETE FILE RENTCKPT-FILE
071307     END-IF
071310     PERFORM 3100-LIST-DROP-BOX-RETURNS
071400     CLOSE VIDOFILE
071500     CLOSE RENTFILE
071600     CLOSE RENTCARD-FILE
072760     END-IF
072770     CLOSE GIFTREG-RPT
072780     CLOSE TAXREG-RPT
072785     CLOSE PROMOUSE-FILE
072790     IF WS-CUSTFILE-AVAILABLE
072791         CLOSE CUSTFILE
072792     END-IF
072794     IF WS-HSHELF-AVAILABLE
072795         CLOSE HSHELF-FILE
072796     END-IF
072797     IF WS-RISKFILE-AVAILABLE
072798         CLOSE RISKFILE
072799     END-IF
072800     CLOSE DEPREG-RPT
072810     IF WS-HHMFILE-AVAILABLE
072820         CLOSE HHMFILE
072830     END-IF
072835     CLOSE RATEOVR-RPT
072836     PERFORM 3200-TOTAL-WAIVER-REGISTER
072837     CLOSE WAIVCLM-RPT
072838     CLOSE DMGWO-FILE
072839     IF WS-EQPFILE-AVAILABLE
072840         CLOSE EQPFILE
072841     END-IF
072842     IF WS-MERCHFILE-AVAILABLE
072843         CLOSE MERCHFILE
072844     END-IF
072845     CLOSE MERCHREG-RPT
072846     MOVE WS-OVERRIDES-HONORED       TO MT-HONORED
072847     MOVE WS-OVERRIDES-REJECTED      TO MT-REJECTED
072848     MOVE WS-OVERRIDES-NOT-USED      TO MT-NOT-USED
072849     WRITE MGROVR-LINE FROM WS-MGR-OVR-TOTAL-LINE
072850     CLOSE MGROVR-RPT
072851     DISPLAY 'RENTPROC: CARDS READ      = ' WS-CARDS-READ
072900     DISPLAY 'RENTPROC: TRANS ACCEPTED  = ' WS-TRANS-ACCEPTED
073000     DISPLAY 'RENTPROC: TRANS REJECTED  = ' WS-TRANS-REJECTED
073100     DISPLAY 'RENTPROC: HOLDS FILLED    = ' WS-HOLDS-FILLED
073110     DISPLAY 'RENTPROC: RATING REFUSALS = ' WS-RATING-REFUSALS
073120     DISPLAY 'RENTPROC: CONSENT RENTALS = ' WS-CONSENT-RENTALS
073122     DISPLAY 'RENTPROC: ONE-USE CODES   = '
073124         WS-SINGLE-USE-REDEEMED
073130     DISPLAY 'RENTPROC: COUNTER REFUSALS= ' WS-COUNTER-REFUSALS
073131     DISPLAY 'RENTPROC: DROP-BOX RETURNS= ' WS-DROP-BOX-RETURNS
073132     IF WS-DROP-BOX-UNLISTED > ZERO
073133         DISPLAY 'RENTPROC: DROP-BOX TABLE FULL, UNLISTED= '
073134             WS-DROP-BOX-UNLISTED
073135     END-IF
073136     DISPLAY 'RENTPROC: WAIVER CLAIMS   = ' WS-WAIVER-CLAIM-COUNT
073137     DISPLAY 'RENTPROC: DAMAGE BILLED   = ' WS-DAMAGE-BILLED
073138     DISPLAY 'RENTPROC: COPIES TO WO    = ' WS-COPIES-ROUTED
073139     DISPLAY 'RENTPROC: EQUIP CHECKOUTS = ' WS-EQUIP-CHECKOUTS
073140     DISPLAY 'RENTPROC: EQUIP RETURNS   = ' WS-EQUIP-RETURNS
073141     DISPLAY 'RENTPROC: MERCH SALES     = ' WS-MERCH-SALES
073142     DISPLAY 'RENTPROC: MERCH UNITS SOLD= ' WS-MERCH-UNITS-SOLD
073143     IF WS-MERCH-UNITS-SHORT > ZERO
073144         DISPLAY 'RENTPROC: MERCH SOLD BEYOND ON-HAND= '
073145             WS-MERCH-UNITS-SHORT
073146     END-IF
073147     DISPLAY 'RENTPROC: MGR OVERRIDES   = ' WS-OVERRIDES-HONORED
073148     DISPLAY 'RENTPROC: REGISTER AMOUNT = ' WS-REGISTER-AMOUNT
073149     DISPLAY 'RENTPROC: TAXABLE AMOUNT  = ' WS-TAXABLE-TOTAL
073150     DISPLAY 'RENTPROC: TAX ASSESSED    = ' WS-TAX-TOTAL.
073151*=================================================================
073152*    3100-LIST-DROP-BOX-RETURNS - THE MORNING CLERK'S DROP-BOX
073153*    RETURNS AS A SECTION OF THEIR OWN AFTER THE CARD LINES,
073154*    EACH WITH THE DATE KEYED, THE DATE RETURNED AS OF, AND THE
073155*    FEE SUPPRESSED; THE SECTION LINES CARRY NO VIDEO CODE IN
073156*    COLUMNS 5-9, SO THE REGISTER READERS PASS THEM BY
073157*=================================================================
073158 3100-LIST-DROP-BOX-RETURNS.
073159     MOVE SPACES TO REGISTER-LINE
073160     WRITE REGISTER-LINE
073161     WRITE REGISTER-LINE FROM WS-DROP-BOX-HEAD-LINE
073162     ADD 2 TO WS-REGISTER-LINES
073163     MOVE ZERO TO WS-DROP-BOX-SUB
073164     PERFORM 3110-LIST-ONE-DROP-BOX
073165         UNTIL WS-DROP-BOX-SUB >= WS-DROP-BOX-COUNT
073166     MOVE WS-DROP-BOX-RETURNS    TO DT-RETURNS
073167     MOVE WS-DROP-BOX-FEES-SUPPR TO DT-SUPPRESSED
073168     WRITE REGISTER-LINE FROM WS-DROP-BOX-TOTAL-LINE
073169     ADD 1 TO WS-REGISTER-LINES.
073170*=================================================================
073171*    3110-LIST-ONE-DROP-BOX
073172*=================================================================
073173 3110-LIST-ONE-DROP-BOX.
073174     ADD 1 TO WS-DROP-BOX-SUB
073175     MOVE WS-DB-VIDEO-CODE (WS-DROP-BOX-SUB)  TO DB-VIDEO-CODE
073176     MOVE WS-DB-CUSTOMER-ID (WS-DROP-BOX-SUB) TO DB-CUSTOMER-ID
073177     MOVE WS-DB-KEYED-DATE (WS-DROP-BOX-SUB)  TO DB-KEYED-DATE
073178     MOVE WS-DB-RETURN-DATE (WS-DROP-BOX-SUB) TO DB-RETURN-DATE
073179     MOVE WS-DB-FEE (WS-DROP-BOX-SUB)         TO DB-FEE
073180     MOVE WS-DB-SUPPRESSED (WS-DROP-BOX-SUB)  TO DB-SUPPRESSED
073181     MOVE WS-DB-OPERATOR-ID (WS-DROP-BOX-SUB) TO DB-OPERATOR-ID
073182     MOVE WS-DB-REGISTER-ID (WS-DROP-BOX-SUB) TO DB-REGISTER-ID
073183     WRITE REGISTER-LINE FROM WS-DROP-BOX-DETAIL
073184     ADD 1 TO WS-REGISTER-LINES.
073185*=================================================================
073186*    3200-TOTAL-WAIVER-REGISTER - FOOT OF WAIVCLM: THE NIGHT'S
073187*    WAIVER FEES SOLD AGAINST CLAIMS ABSORBED, AS A LOSS RATIO
073188*=================================================================
073189 3200-TOTAL-WAIVER-REGISTER.
073190     IF WS-WAIVER-FEES-SOLD > ZERO
073191         COMPUTE WS-LOSS-RATIO ROUNDED =
073192             WS-WAIVER-CLAIMS * 100 / WS-WAIVER-FEES-SOLD
073193             ON SIZE ERROR
073194                 MOVE 99999.9 TO WS-LOSS-RATIO
073195         END-COMPUTE
073196     END-IF
073197     MOVE WS-WAIVER-FEES-SOLD TO WT-FEES-SOLD
073198     MOVE WS-WAIVER-CLAIMS    TO WT-CLAIMS
073199     MOVE WS-LOSS-RATIO       TO WT-LOSS-RATIO
073200     WRITE WAIVCLM-LINE FROM WS-WAIVER-TOTAL-LINE.
073201*=================================================================
073202*    2990-TAKE-CHECKPOINT - COUNT DOWN THE CHECKPOINT INTERVAL
073203*=================================================================
073204 2990-TAKE-CHECKPOINT.
073205     SUBTRACT 1 FROM WS-CKPT-COUNTDOWN
073206     IF WS-CKPT-COUNTDOWN = ZERO
073207         PERFORM 2995-WRITE-CHECKPOINT
073208         MOVE WS-CKPT-INTERVAL TO WS-CKPT-COUNTDOWN
073209     END-IF.
073210*=================================================================
073211*    2995-WRITE-CHECKPOINT - THE DROP-BOX RETURNS HELD SINCE THE
073212*    LAST CHECKPOINT, THEN THE LAST CARD APPLIED, THE NEXT RENTAL
073213*    NUMBER, AND EVERY RUNNING COUNT AND TOTAL, HARDENED BY THE
073214*    CLOSE
073215*=================================================================
073216 2995-WRITE-CHECKPOINT.
073217     MOVE WS-CARDS-READ          TO CK-CARDS-APPLIED
073218     MOVE WS-NEXT-RENTAL-NUMBER  TO CK-NEXT-RENTAL-NUMBER
073219     MOVE BREG-BATCH-ID          TO CK-BATCH-ID
073220     MOVE WS-TRANS-ACCEPTED      TO CK-TRANS-ACCEPTED
073221     MOVE WS-TRANS-REJECTED      TO CK-TRANS-REJECTED
073222     MOVE WS-REGISTER-LINES      TO CK-REGISTER-LINES
073223     MOVE WS-REGISTER-AMOUNT     TO CK-REGISTER-AMOUNT
073224     MOVE WS-TAXABLE-TOTAL       TO CK-TAXABLE-TOTAL
073225     MOVE WS-TAX-TOTAL           TO CK-TAX-TOTAL
073226     MOVE WS-HOLDS-FILLED        TO CK-HOLDS-FILLED
073227     MOVE WS-RATING-REFUSALS     TO CK-RATING-REFUSALS
073228     MOVE WS-CONSENT-RENTALS     TO CK-CONSENT-RENTALS
073229     MOVE WS-COUNTER-REFUSALS    TO CK-COUNTER-REFUSALS
073230     MOVE WS-SINGLE-USE-REDEEMED TO CK-SINGLE-USE-REDEEMED
073231     MOVE WS-EQUIP-CHECKOUTS     TO CK-EQUIP-CHECKOUTS
073232     MOVE WS-EQUIP-RETURNS       TO CK-EQUIP-RETURNS
073233     MOVE WS-MERCH-SALES         TO CK-MERCH-SALES
073234     MOVE WS-MERCH-UNITS-SOLD    TO CK-MERCH-UNITS-SOLD
073235     MOVE WS-MERCH-UNITS-SHORT   TO CK-MERCH-UNITS-SHORT
073236     MOVE WS-OVERRIDES-HONORED   TO CK-OVERRIDES-HONORED
073237     MOVE WS-OVERRIDES-REJECTED  TO CK-OVERRIDES-REJECTED
073238     MOVE WS-OVERRIDES-NOT-USED  TO CK-OVERRIDES-NOT-USED
073239     MOVE WS-WAIVER-FEES-SOLD    TO CK-WAIVER-FEES-SOLD
073240     MOVE WS-WAIVER-CLAIMS       TO CK-WAIVER-CLAIMS
073241     MOVE WS-DAMAGE-BILLED       TO CK-DAMAGE-BILLED
073242     MOVE WS-WAIVER-CLAIM-COUNT  TO CK-WAIVER-CLAIM-COUNT
073243     MOVE WS-COPIES-ROUTED       TO CK-COPIES-ROUTED
073244     MOVE WS-DROP-BOX-RETURNS    TO CK-DROP-BOX-RETURNS
073245     MOVE WS-DROP-BOX-UNLISTED   TO CK-DROP-BOX-UNLISTED
073246     MOVE WS-DROP-BOX-FEES-SUPPR TO CK-DROP-BOX-FEES-SUPPR
073247     MOVE WS-DROP-BOX-COUNT      TO CK-DROP-BOX-COUNT
073248     OPEN EXTEND RENTCKPT-FILE
073249     MOVE WS-CKPT-DROP-BOX-SAVED TO WS-DROP-BOX-SUB
073250     PERFORM 2996-WRITE-CKPT-DROP-BOX
073251         UNTIL WS-DROP-BOX-SUB >= WS-DROP-BOX-COUNT
073252     WRITE RENTCKPT-RECORD FROM WS-CHECKPOINT-RECORD
073253     CLOSE RENTCKPT-FILE
073254     MOVE WS-DROP-BOX-COUNT      TO WS-CKPT-DROP-BOX-SAVED.
073255*=================================================================
073256*    2996-WRITE-CKPT-DROP-BOX - ONE HELD DROP-BOX RETURN AND ITS
073257*    SLOT IN THE TABLE
073258*=================================================================
073259 2996-WRITE-CKPT-DROP-BOX.
073260     ADD 1 TO WS-DROP-BOX-SUB
073261     MOVE WS-DROP-BOX-SUB        TO CKD-SLOT
073262     MOVE WS-DROP-BOX-ENTRY (WS-DROP-BOX-SUB) TO CKD-ENTRY
073263     WRITE RENTCKPT-RECORD FROM WS-CKPT-DROP-BOX-RECORD.
073264*=================================================================
073300*=================================================================
073400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
073500*=================================================================
