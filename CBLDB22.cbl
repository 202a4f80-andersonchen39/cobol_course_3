           SELECT TBLSNAPN ASSIGN TO DA-S-TBLSNEW.
           SELECT OPTIONAL CYCACT  ASSIGN TO DA-S-CYCACT
                  FILE STATUS IS CYCACT-STATUS.
           SELECT CYCSUMN ASSIGN TO DA-S-CYCSNEW
                  FILE STATUS IS CYCS-STATUS.
           SELECT OPTIONAL CYCPRV  ASSIGN TO DA-S-CYCPRV
                  FILE STATUS IS CYCPRV-STATUS.
           SELECT OPTIONAL ENTF    ASSIGN TO DA-S-ENTITLE
                  FILE STATUS IS ENT-STATUS.
           SELECT OPTIONAL PREFF   ASSIGN TO DA-S-POSTREF
                  FILE STATUS IS PREF-STATUS.
           SELECT OPTIONAL PITREG  ASSIGN TO DA-S-PITREG
                  FILE STATUS IS PITREG-STATUS.
           SELECT OPTIONAL HOLDF   ASSIGN TO DA-S-HOLDF
                  FILE STATUS IS HOLD-STATUS.
           SELECT OPTIONAL SORDF   ASSIGN TO DA-S-STANDORD
                  FILE STATUS IS SORD-STATUS.
           SELECT OPTIONAL TMPLF   ASSIGN TO DA-S-TEMPLIM
                  FILE STATUS IS TMPL-STATUS.
           SELECT OPTIONAL BILLF   ASSIGN TO DA-S-BILLING
                  FILE STATUS IS BILL-STATUS.
           SELECT BURF    ASSIGN TO UT-S-BUREAU.
           SELECT OPTIONAL LACTF   ASSIGN TO DA-S-LASTACT
                  FILE STATUS IS LACT-STATUS.
           SELECT OPTIONAL JHISTF  ASSIGN TO DA-S-JRNHIST
                  FILE STATUS IS JHST-STATUS.
           SELECT UNCRPT  ASSIGN TO UT-S-UNCLAIM.
           SELECT OPTIONAL GLMOVF  ASSIGN TO DA-S-GLMOVE
                  FILE STATUS IS GLMV-STATUS.
           SELECT OPTIONAL GLMAPF  ASSIGN TO DA-S-GLMAP
                  FILE STATUS IS GLMP-STATUS.
           SELECT GLFEEDF ASSIGN TO UT-S-GLFEED.
           SELECT OPTIONAL BDATEF  ASSIGN TO DA-S-BUSDATE
                  FILE STATUS IS BDT-STATUS.

       DATA DIVISION.
      *-------------
           DATA RECORD IS JRNREC.
      *
      * POSTING JOURNAL - ONE LINE PER TRANSACTION APPLIED, CARRYING
      * THE ACCOUNT BALANCE BEFORE AND AFTER THE POSTING AND THE
      * POSTING REFERENCE AN 'F' REVERSAL CARD QUOTES.  A REVERSAL'S
      * LINE ALSO CARRIES THE REFERENCE OF THE POSTING IT REVERSES.
       01  JRNREC                 PIC X(160).
      *-------------
       FD  POSTREJ
           LABEL RECORDS ARE OMITTED
      * MONTH-END ACCRUAL RATE PARAMETERS KEYED BY FINANCE - ONE 'R'
      * CARD WITH THE ANNUAL RATE, THE FLAT OVER-LIMIT FEE AND THE
      * DEFAULT MINIMUM CHARGE, THEN OPTIONAL 'S' CARDS WITH A
      * MINIMUM-CHARGE RULE PER ACCOUNT STATUS, AND AN 'M' CARD WITH
      * THE BILLING CYCLE'S MINIMUM-PAYMENT RULE AND LATE FEE (SEE
      * RTP-AREA AND RTP-PAY-AREA FOR THE LAYOUTS).
       01  RATEREC                PIC X(80).
      *-------------
       FD  CLRF
      * MUST OPEN WITH A 'K' SIGN-ON CARD AND EACH CARD'S REQUEST
      * CODE IS CHECKED AGAINST THE SIGNED-ON OPERATOR'S CODES.
       01  ENTREC                 PIC X(80).
      *-------------
       FD  PREFF
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * POSTING REFERENCE REGISTER - ONE RECORD PER POSTING APPLIED,
      * KEYED BY THE POSTING REFERENCE PRINTED ON POSTJRN, WITH THE
      * ACCOUNT, DIRECTION, AMOUNT AND SOURCE NEEDED TO REVERSE IT.
      * A REVERSAL'S OWN RECORD CARRIES THE REFERENCE IT REVERSES.
      * CUMULATIVE ACROSS RUNS (OPENED EXTEND), LIKE HISTF; SEE
      * PRF-RECORD FOR THE LAYOUT.
       01  PREFREC                PIC X(80).
      *-------------
       FD  PITREG
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * POSTED-ITEM REGISTER - THE CLEARING BATCH IDS AND TELLER-ITEM
      * FINGERPRINTS ALREADY POSTED, SO A FEED SENT TWICE IS CAUGHT
      * ON A LATER RUN AS WELL AS THIS ONE.  LOADED ON FIRST USE AND
      * REWRITTEN AT CHECKPOINTS AND END OF RUN, LIKE CYCACT, WITH
      * ENTRIES PAST THE RETENTION PERIOD DROPPED (SEE PIR-WORK-ENTRY
      * FOR THE LAYOUT).
       01  PITREC                 PIC X(40).
      *-------------
       FD  HOLDF
           RECORD CONTAINS 102 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * HELD TELLER ITEMS - SUSPECTED DUPLICATES KEPT OFF THE BALANCE
      * UNTIL A SUPERVISOR RELEASES OR DISCARDS THEM WITH A '1' CARD.
      * SAME LOAD-ON-FIRST-USE / REWRITE CONVENTION AS PENDF (SEE
      * HLD-WORK-ENTRY FOR THE LAYOUT).
       01  HOLDREC                PIC X(102).
      *-------------
       FD  SORDF
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * STANDING INSTRUCTIONS - ONE RECORD PER STANDING ORDER, KEYED
      * BY ACCOUNT AND INSTRUCTION NUMBER, WITH THE AMOUNT, SOURCE,
      * FREQUENCY AND NEXT DUE DATE THE DAILY '3' STEP POSTS FROM.
      * MAINTAINED BY '2' CARDS; SAME LOAD-ON-FIRST-USE / REWRITE
      * CONVENTION AS PENDF (SEE SOR-WORK-ENTRY FOR THE LAYOUT).
       01  SORDREC                PIC X(60).
      *-------------
       FD  TMPLF
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * TEMPORARY CREDIT-LIMIT INCREASES - ONE RECORD PER ACCOUNT WITH
      * THE TEMPORARY LIMIT, ITS START AND EXPIRY DATES AND THE
      * APPROVING OPERATOR.  MAINTAINED BY '4' CARDS AND DROPPED BY
      * THE DAILY '5' STEP ONCE LAPSED; SAME LOAD-ON-FIRST-USE /
      * REWRITE CONVENTION AS PENDF (SEE TLM-WORK-ENTRY).
       01  TMPLREC                PIC X(60).
      *-------------
       FD  BILLF
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * BILLING RECORDS - ONE PER ACCOUNT BILLED AT THE LAST MONTH-END
      * CYCLE, WITH THE STATEMENT BALANCE, MINIMUM PAYMENT DUE, DUE
      * DATE, THE CREDITS FOUND AGAINST IT AND THE NUMBER OF MINIMUMS
      * MISSED IN A ROW.  CUT BY THE 'Y' STEP AND SETTLED BY THE DAILY
      * '6' STEP; SAME LOAD-ON-FIRST-USE / REWRITE CONVENTION AS
      * PENDF (SEE BIL-WORK-ENTRY).
       01  BILLREC                PIC X(80).
      *-------------
       FD  BURF
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * MONTHLY CREDIT-BUREAU FILE - A HEADER, ONE DETAIL PER ACCOUNT
      * REPORTED AND A TRAILER WITH COUNTS AND TOTALS, IN THE BUREAU'S
      * FIXED-LENGTH FORMAT (SEE BUR-HEADER / BUR-DETAIL / BUR-TRAILER).
      * REGENERATED WHOLE BY EVERY '7' STEP.
       01  BURREC                 PIC X(200).
      *-------------
       FD  LACTF
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * LAST CUSTOMER ACTIVITY PER ACCOUNT, IN ACCOUNT ORDER, WITH THE
      * DATE THE ACCOUNT WENT DORMANT.  MAINTAINED BY THE '8' AND '9'
      * STEPS; SAME LOAD-ON-FIRST-USE / REWRITE CONVENTION AS PENDF
      * (SEE LAC-WORK-ENTRY).
       01  LACTREC                PIC X(40).
      *-------------
       FD  JHISTF
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * RETAINED POSTING JOURNALS - THE POSTJRN GENERATIONS KEPT SINCE
      * THE LAST DORMANCY PASS, CONCATENATED, READ BY THE '8' STEP.
       01  JHISTREC               PIC X(160).
      *-------------
       FD  UNCRPT
           LABEL RECORDS ARE OMITTED
           RECORDING MODE F
           DATA RECORD IS UNCREC.
      *
      * UNCLAIMED-PROPERTY REGISTER - DORMANT ACCOUNTS CARRYING A
      * CREDIT BALANCE, WITH NAME AND ADDRESS, FOR THE ANNUAL
      * ESCHEATMENT FILING.  REGENERATED WHOLE BY EVERY '8' STEP.
       01  UNCREC                 PIC X(132).
      *-------------
       FD  GLMOVF
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * GL MOVEMENT BUCKETS NOT YET RELEASED TO THE LEDGER - ONE PER
      * TRN-SOURCE, CHARGE TYPE AND DEBIT/CREDIT - LED BY A CONTROL
      * RECORD THE '0' STEP PROVES THEM AGAINST.  FLUSHED WITH THE
      * POSTINGS AND EMPTIED BY THE '0' STEP (SEE GLB-WORK-ENTRY AND
      * GLB-CONTROL-ENTRY).
       01  GLMVREC                PIC X(40).
      *-------------
       FD  GLMAPF
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * GL ACCOUNT MAPPING PARAMETERS, MAINTAINED BY FINANCE - SEE
      * GMC-AREA FOR THE CARD LAYOUTS.
       01  GLMPREC                PIC X(80).
      *-------------
       FD  GLFEEDF
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * GENERAL-LEDGER JOURNAL-ENTRY INTERFACE FILE - A HEADER, ONE
      * DETAIL PER LEDGER ENTRY AND A CONTROL TRAILER (SEE GLF-HEADER
      * / GLF-DETAIL / GLF-TRAILER).  WRITTEN ONLY WHEN THE ENTRIES
      * NET TO ZERO; EACH RELEASE IN THE RUN ADDS ITS OWN GROUP.
       01  GLFREC                 PIC X(100).
      *-------------
       FD  BDATEF
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F
           LABEL RECORDS ARE OMITTED.
      *
      * BUSINESS-DATE CONTROL RECORD - ONE RECORD, REWRITTEN BY THE
      * ROLL CARD AND BY EACH CALENDAR STEP (SEE BDC-RECORD).
       01  BDTREC                 PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************
               88  CC-REQ-EDIT-MODE     VALUE 'E'.
               88  CC-REQ-CYCLE         VALUE 'Y'.
               88  CC-REQ-SIGNON        VALUE 'K'.
               88  CC-REQ-REVERSE       VALUE 'F'.
               88  CC-REQ-RELEASE       VALUE '1'.
               88  CC-REQ-STANDING      VALUE '2'.
               88  CC-REQ-GEN-STANDING  VALUE '3'.
               88  CC-REQ-TEMP-LIMIT    VALUE '4'.
               88  CC-REQ-TEMP-EXPIRY   VALUE '5'.
               88  CC-REQ-LATE-FEE      VALUE '6'.
               88  CC-REQ-BUREAU        VALUE '7'.
               88  CC-REQ-DORMANCY      VALUE '8'.
               88  CC-REQ-REACTIVATE    VALUE '9'.
               88  CC-REQ-GL-FEED       VALUE '0'.
               88  CC-REQ-BUS-DATE      VALUE '#'.
               88  CC-REQ-PROOF         VALUE '='.
               88  CC-REQ-SURNAME       VALUE 'S' ' '.
           02  CC-DATA.
               03  LNAME              PIC X(25).
           02  CC-SIGNON-DATA REDEFINES CC-DATA.
               03  CC-SIGN-OPER       PIC X(08).
               03  FILLER             PIC X(171).
      * THE 'F' REVERSAL CARD QUOTES THE POSTING REFERENCE FROM THE
      * POSTJRN LINE OF THE POSTING TO BE BACKED OUT.
           02  CC-REVERSE-DATA REDEFINES CC-DATA.
               03  CC-REV-REF         PIC X(20).
               03  FILLER             PIC X(159).
      * THE '1' CARD RELEASES (OR DISCARDS) ONE HELD TELLER ITEM BY
      * ITS HOLD SEQUENCE NUMBER, UNDER THE SUPERVISOR'S ID.
           02  CC-RELEASE-DATA REDEFINES CC-DATA.
               03  CC-REL-SEQ         PIC 9(06).
               03  CC-REL-ID          PIC X(08).
               03  CC-REL-ACTION      PIC X(01).
                   88  REL-APPLY            VALUE 'R' SPACE.
                   88  REL-DISCARD          VALUE 'D'.
                   88  REL-ACTION-VALID     VALUE 'R' 'D' SPACE.
               03  FILLER             PIC X(164).
      * THE '2' CARD ADDS, AMENDS, SUSPENDS, RESUMES OR CANCELS ONE
      * STANDING INSTRUCTION, NAMED BY ACCOUNT AND INSTRUCTION
      * NUMBER.  AN ADD KEYS EVERY TERM; AN AMEND KEYS ONLY THE TERMS
      * IT CHANGES (BLANK = UNCHANGED).  AN END DATE OF ZEROS OR
      * BLANKS MEANS THE INSTRUCTION RUNS UNTIL IT IS CANCELLED.
           02  CC-STANDING-DATA REDEFINES CC-DATA.
               03  CC-SI-ACCTNO       PIC X(08).
               03  CC-SI-NO           PIC 9(02).
               03  CC-SI-ACTION       PIC X(01).
                   88  SI-ADD               VALUE 'A'.
                   88  SI-AMEND             VALUE 'M'.
                   88  SI-SUSPEND           VALUE 'S'.
                   88  SI-RESUME            VALUE 'R'.
                   88  SI-CANCEL            VALUE 'C'.
                   88  SI-ACTION-VALID      VALUE 'A' 'M' 'S'
                                                  'R' 'C'.
               03  CC-SI-DC-CODE      PIC X(01).
                   88  SI-DC-VALID          VALUE 'D' 'C'.
               03  CC-SI-AMOUNT-X     PIC X(09).
               03  CC-SI-AMOUNT REDEFINES CC-SI-AMOUNT-X
                                      PIC 9(7)V99.
               03  CC-SI-SOURCE       PIC X(04).
               03  CC-SI-FREQ         PIC X(01).
                   88  SI-FREQ-VALID        VALUE 'W' 'M' 'Q'.
               03  CC-SI-NEXT-DUE     PIC X(08).
               03  CC-SI-NEXT-DUE-N REDEFINES CC-SI-NEXT-DUE
                                      PIC 9(08).
               03  CC-SI-END-DATE     PIC X(08).
               03  CC-SI-END-DATE-N REDEFINES CC-SI-END-DATE
                                      PIC 9(08).
               03  FILLER             PIC X(137).
      * THE '4' CARD GRANTS (OR REPLACES) AN ACCOUNT'S TEMPORARY LIMIT
      * INCREASE, OR WITHDRAWS IT EARLY.  A BLANK START DATE MEANS
      * TODAY.  THE APPROVING OPERATOR IS KEYED ON EVERY CARD AND IS
      * CARRIED TO TMPLF AND HISTF.
           02  CC-TEMP-LIMIT-DATA REDEFINES CC-DATA.
               03  CC-TL-ACCTNO       PIC X(08).
               03  CC-TL-ACTION       PIC X(01).
                   88  TL-GRANT             VALUE 'G' SPACE.
                   88  TL-WITHDRAW          VALUE 'W'.
                   88  TL-ACTION-VALID      VALUE 'G' 'W' SPACE.
               03  CC-TL-LIMIT-X      PIC X(09).
               03  CC-TL-LIMIT REDEFINES CC-TL-LIMIT-X
                                      PIC 9(7)V99.
               03  CC-TL-START        PIC X(08).
               03  CC-TL-START-N REDEFINES CC-TL-START
                                      PIC 9(08).
               03  CC-TL-EXPIRY       PIC X(08).
               03  CC-TL-EXPIRY-N REDEFINES CC-TL-EXPIRY
                                      PIC 9(08).
               03  CC-TL-APPROVER     PIC X(08).
               03  FILLER             PIC X(137).
      * THE '8' CARD CARRIES THE DORMANCY THRESHOLD IN DAYS.
           02  CC-DORMANCY-DATA REDEFINES CC-DATA.
               03  CC-DRM-DAYS-X      PIC X(05).
               03  CC-DRM-DAYS REDEFINES CC-DRM-DAYS-X
                                      PIC 9(05).
               03  FILLER             PIC X(174).
      * THE '9' CARD RETURNS A DORMANT ACCOUNT TO ACTIVE.  THE CUSTOMER
      * ITEM THAT PROMPTED IT MAY BE POSTED FROM THE SAME CARD; A
      * BLANK DEBIT/CREDIT CODE MEANS REACTIVATE ONLY.
           02  CC-REACTIVATE-DATA REDEFINES CC-DATA.
               03  CC-RA-ACCTNO       PIC X(08).
               03  CC-RA-DC-CODE      PIC X(01).
                   88  RA-NO-POSTING        VALUE SPACE.
                   88  RA-DC-VALID          VALUE 'D' 'C'.
               03  CC-RA-AMOUNT-X     PIC X(09).
               03  CC-RA-AMOUNT REDEFINES CC-RA-AMOUNT-X
                                      PIC 9(7)V99.
               03  CC-RA-SOURCE       PIC X(04).
               03  FILLER             PIC X(157).
      * THE '#' CARD CONTROLS THE BUSINESS DATE.  ACTION 'R' ROLLS IT
      * TO THE DATE KEYED; ACTION 'O' RECORDS A SUPERVISOR'S
      * AUTHORITY TO RERUN, OR RUN OUT OF SEQUENCE, THE CALENDAR STEP
      * NAMED ('I', 'Y', 'U', 'Z' OR 'O').
           02  CC-BUSDATE-DATA REDEFINES CC-DATA.
               03  CC-BD-ACTION       PIC X(01).
                   88  BD-ROLL              VALUE 'R'.
                   88  BD-OVERRIDE          VALUE 'O'.
               03  CC-BD-DATE         PIC X(08).
               03  CC-BD-DATE-N REDEFINES CC-BD-DATE
                                      PIC 9(08).
               03  CC-BD-STEP         PIC X(01).
                   88  BD-STEP-VALID        VALUE 'I' 'Y' 'U' 'Z' 'O'.
               03  CC-BD-SUPERVISOR   PIC X(08).
               03  FILLER             PIC X(161).
       77  INPUT-SWITCH        PIC X          VALUE  'Y'.
               88  NOMORE-INPUT               VALUE  'N'.
       77  REQUEST-DESC        PIC X(20)      VALUE SPACES.
           02  TRN-AMOUNT REDEFINES TRN-AMOUNT-X
                                  PIC 9(7)V99.
           02  TRN-SOURCE         PIC X(04).
      * THE ORIGIN IS NEVER KEYED - IT IS CLEARED ON EVERY TRANF CARD
      * AND SET ONLY BY THE STANDING-ORDER STEP, ALONG WITH THE
      * INSTRUCTION NUMBER, SO THE JOURNAL AND THE REFERENCE REGISTER
      * CAN TELL A SCHEDULED PAYMENT FROM THE CUSTOMER'S OWN, AND BY
      * THE CLEARING INTAKE SO THE GL FEED CAN TELL A SETTLEMENT.
           02  TRN-ORIGIN         PIC X(01).
               88  TRN-FROM-STANDING    VALUE 'S'.
               88  TRN-FROM-CLEARING    VALUE 'B'.
           02  TRN-SI-NO          PIC X(02).
           02  FILLER             PIC X(55).
       77  TRAN-SWITCH         PIC X          VALUE 'Y'.
               88  NOMORE-TRANS               VALUE 'N'.
       77  JRNFILE-SWITCH      PIC X          VALUE 'N'.
       77  JRN-NEW-BAL-O       PIC -(7)9.99.
       77  JRN-AMOUNT-O        PIC -(7)9.99.
      *****************************************************
      * POSTING REFERENCE REGISTER AND REVERSALS          *
      *****************************************************
      * EVERY APPLIED POSTING IS NUMBERED WITH THE DATE AND TIME THE
      * RUN STARTED PLUS A SEQUENCE NUMBER WITHIN THE RUN, SO NO TWO
      * POSTINGS EVER SHARE A REFERENCE - A RESTARTED RUN STARTS A
      * NEW STAMP RATHER THAN REUSING THE INTERRUPTED ONE'S NUMBERS.
      * THE STAMP IS THE SYSTEM DATE, NOT THE BUSINESS DATE, SO TWO
      * RUNS FOR THE SAME BUSINESS DAY CANNOT COLLIDE EITHER.
       01  POST-REF-W.
           02  PREF-STAMP-DATE    PIC 9(08)      VALUE ZERO.
           02  PREF-STAMP-TIME    PIC 9(06)      VALUE ZERO.
           02  PREF-SEQ           PIC 9(06)      VALUE ZERO.
      * PRF-RECORD IS THE PREFF RECORD WRITTEN FOR EACH POSTING.
       01  PRF-RECORD.
           02  PRF-REF            PIC X(20).
           02  PRF-DATE           PIC 9(08).
           02  PRF-ACCTNO         PIC X(08).
           02  PRF-DC-CODE        PIC X(01).
           02  PRF-AMOUNT         PIC 9(7)V99.
           02  PRF-SOURCE         PIC X(04).
           02  PRF-REVERSES       PIC X(20).
           02  PRF-ORIGIN         PIC X(01).
           02  FILLER             PIC X(09).
      * PREFF IS APPENDED TO BY EVERY POSTING PATH AND READ BACK BY
      * THE REVERSAL CARD, SO ITS OPEN MODE IS FLIPPED ON DEMAND THE
      * SAME WAY AS HISTF'S.
       77  PREF-MODE           PIC X          VALUE 'C'.
               88  PREF-CLOSED                VALUE 'C'.
               88  PREF-IN-EXTEND             VALUE 'E'.
               88  PREF-IN-INPUT              VALUE 'I'.
       77  PREF-STATUS         PIC X(02)      VALUE SPACES.
       77  PREF-SWITCH         PIC X          VALUE 'Y'.
               88  NOMORE-PREF                VALUE 'N'.
      * THE POSTING BEING BACKED OUT, AS FOUND ON THE REGISTER.
       01  RVS-ORIGINAL.
           02  RVS-ACCTNO         PIC X(08).
           02  RVS-DC-CODE        PIC X(01).
               88  RVS-WAS-DEBIT        VALUE 'D'.
           02  RVS-AMOUNT         PIC 9(7)V99.
           02  RVS-SOURCE         PIC X(04).
           02  RVS-REVERSES       PIC X(20).
       77  RVS-REF-W           PIC X(20)      VALUE SPACES.
       77  RVS-FOUND-SW        PIC X          VALUE 'N'.
               88  RVS-FOUND                  VALUE 'Y'.
       77  RVS-DONE-SW         PIC X          VALUE 'N'.
               88  RVS-ALREADY-DONE           VALUE 'Y'.
      * SET ONLY WHILE A REVERSAL IS GOING THROUGH THE POSTING PATH -
      * IT LETS THE REVERSAL PAST A FROZEN ACCOUNT, LINKS THE JOURNAL
      * LINE AND REGISTER RECORD TO THE ORIGINAL, AND BACKS THE
      * ORIGINAL OUT OF THE CYCLE ACTIVITY INSTEAD OF ADDING TO IT.
       77  REVERSAL-SW         PIC X          VALUE 'N'.
               88  POST-REVERSING             VALUE 'Y'.
       77  POST-REVERSES       PIC X(20)      VALUE SPACES.
       77  JRN-LINK-W          PIC X(30)      VALUE SPACES.
      *****************************************************
      * DUPLICATE-FEED PROTECTION                         *
      *****************************************************
      * THE POSTED-ITEM REGISTER IN STORAGE, KEPT IN KEY ORDER LIKE
      * THE CYCLE ACTIVITY STORE SO A LOOKUP IS A BISECTION.  A 'B'
      * ENTRY IS A CLEARING BATCH ID; A 'T' ENTRY IS A TELLER-ITEM
      * FINGERPRINT - ACCOUNT, D/C, AMOUNT, TRN-SOURCE AND BUSINESS
      * DATE.  PIR-DATE IS THE DATE THE ENTRY WAS REGISTERED AND
      * DRIVES THE RETENTION TRIM.
       01  ITEM-REGISTER-STORE.
           02  PIR-MAX            PIC 9(6)  COMP VALUE 20000.
           02  PIR-COUNT          PIC 9(6)  COMP VALUE ZERO.
           02  PIR-ENTRY OCCURS 20000 TIMES.
               03  PIR-ID         PIC X(31).
               03  PIR-DATE       PIC 9(08).
      * ONE-ENTRY WORK AREA FOR PITREG I/O.
       01  PIR-WORK-ENTRY.
           02  PIW-ID             PIC X(31).
           02  PIW-DATE           PIC 9(08).
           02  FILLER             PIC X(01).
      * THE KEY BEING LOOKED UP OR REGISTERED.
       01  PIR-KEY-W.
           02  PIK-TYPE           PIC X(01).
               88  PIK-BATCH-KEY        VALUE 'B'.
               88  PIK-ITEM-KEY         VALUE 'T'.
           02  PIK-DATA           PIC X(30).
           02  PIK-ITEM REDEFINES PIK-DATA.
               03  PIK-ACCTNO     PIC X(08).
               03  PIK-DC-CODE    PIC X(01).
               03  PIK-AMOUNT-X   PIC X(09).
               03  PIK-SOURCE     PIC X(04).
               03  PIK-DATE       PIC 9(08).
           02  PIK-BATCH REDEFINES PIK-DATA.
               03  PIK-BATCH-ID   PIC X(08).
               03  FILLER         PIC X(22).
      * REGISTER ENTRIES OLDER THAN THIS MANY DAYS ARE DROPPED WHEN
      * THE REGISTER IS LOADED - LONG ENOUGH TO COVER ANY FEED THAT
      * COULD PLAUSIBLY BE RESENT, SHORT ENOUGH TO KEEP THE TABLE
      * SMALL.
       77  PIR-RETAIN-DAYS     PIC 9(4)  COMP VALUE 45.
       77  PIR-CUTOFF-DATE     PIC 9(8)       VALUE ZERO.
       77  PIR-CUTOFF-DAYNO    PIC S9(9) COMP VALUE ZERO.
       77  PIR-AGED-COUNT      PIC 9(6)  COMP VALUE ZERO.
       77  PITREG-STATUS       PIC X(02)      VALUE SPACES.
       77  PIR-READ-SWITCH     PIC X          VALUE 'Y'.
               88  NOMORE-PITREG              VALUE 'N'.
       77  PIR-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  PIR-LOADED                 VALUE 'Y'.
       77  PIR-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  PIR-TOUCHED                VALUE 'Y'.
       77  PIR-FULL-SW         PIC X          VALUE 'N'.
               88  PIR-FULL                   VALUE 'Y'.
       77  PIR-SUB             PIC 9(6)  COMP VALUE ZERO.
       77  PIR-SUB2            PIC 9(6)  COMP VALUE ZERO.
       77  PIR-HIT             PIC 9(6)  COMP VALUE ZERO.
       77  PIR-LO              PIC S9(9) COMP VALUE ZERO.
       77  PIR-HI              PIC S9(9) COMP VALUE ZERO.
       77  PIR-MID             PIC S9(9) COMP VALUE ZERO.
       77  PIR-INS-AT          PIC 9(6)  COMP VALUE ZERO.
      * TELLER ITEMS HELD AS SUSPECTED DUPLICATES, AWAITING A
      * SUPERVISOR'S '1' CARD.  LOADED FROM HOLDF ON FIRST USE AND
      * WRITTEN BACK AT CHECKPOINTS AND END OF RUN, LIKE PENDF.
       01  HELD-ITEM-STORE.
           02  HLD-TABLE-MAX      PIC 9(4)  COMP VALUE 500.
           02  HLD-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  HLD-NEXT-SEQ       PIC 9(6)  COMP VALUE 1.
           02  HLD-ENTRY OCCURS 500 TIMES.
               03  HLD-SEQ        PIC 9(6).
               03  HLD-DATE       PIC 9(8).
               03  HLD-OPER       PIC X(8).
               03  HLD-ITEM       PIC X(80).
      * ONE-ENTRY WORK AREA FOR HOLDF I/O.
       01  HLD-WORK-ENTRY.
           02  HLW-SEQ            PIC 9(6).
           02  HLW-DATE           PIC 9(8).
           02  HLW-OPER           PIC X(8).
           02  HLW-ITEM           PIC X(80).
       77  HOLD-STATUS         PIC X(02)      VALUE SPACES.
       77  HOLD-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-HOLD                VALUE 'N'.
       77  HLD-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  HLD-LOADED                 VALUE 'Y'.
       77  HLD-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  HLD-TOUCHED                VALUE 'Y'.
       77  HLD-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  HLD-SUB2            PIC 9(4)  COMP VALUE ZERO.
       77  HLD-HIT             PIC 9(4)  COMP VALUE ZERO.
       77  HLD-SEQ-W           PIC 9(6)       VALUE ZERO.
       77  HLD-SEQ-EDIT        PIC ZZZZZ9.
       77  HLD-REASON          PIC X(30)      VALUE SPACES.
       77  HLD-HELD-COUNT      PIC 9(5)  COMP VALUE ZERO.
       77  HLD-RELEASED-COUNT  PIC 9(5)  COMP VALUE ZERO.
       77  HLD-DISCARD-COUNT   PIC 9(5)  COMP VALUE ZERO.
      *****************************************************
      * STANDING-ORDER SCHEDULER                          *
      *****************************************************
      * THE STANDING INSTRUCTIONS IN STORAGE, IN THE ORDER THEY WERE
      * ADDED.  LOADED FROM SORDF ON FIRST USE AND WRITTEN BACK AT
      * CHECKPOINTS AND END OF RUN, LIKE PENDF.  SOR-DAY IS THE DAY OF
      * THE MONTH THE INSTRUCTION WAS SET UP FOR, SO A PAYMENT PULLED
      * BACK TO THE END OF A SHORT MONTH RETURNS TO ITS OWN DAY THE
      * MONTH AFTER.  A CANCELLED OR ENDED INSTRUCTION IS DROPPED.
       01  STANDING-ORDER-STORE.
           02  SOR-TABLE-MAX      PIC 9(4)  COMP VALUE 2000.
           02  SOR-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  SOR-ENTRY OCCURS 2000 TIMES.
               03  SOR-ACCTNO     PIC X(08).
               03  SOR-NO         PIC 9(02).
               03  SOR-DC-CODE    PIC X(01).
               03  SOR-AMOUNT     PIC 9(7)V99.
               03  SOR-SOURCE     PIC X(04).
               03  SOR-FREQ       PIC X(01).
                   88  SOR-WEEKLY       VALUE 'W'.
                   88  SOR-QUARTERLY    VALUE 'Q'.
               03  SOR-DAY        PIC 9(02).
               03  SOR-NEXT-DUE   PIC 9(08).
               03  SOR-END-DATE   PIC 9(08).
               03  SOR-STATE      PIC X(01).
                   88  SOR-LIVE         VALUE 'A'.
                   88  SOR-SUSPENDED    VALUE 'S'.
                   88  SOR-ENDED        VALUE 'E'.
               03  SOR-LAST-RUN   PIC 9(08).
               03  FILLER         PIC X(08).
      * ONE-ENTRY WORK AREA FOR SORDF I/O.
       01  SOR-WORK-ENTRY.
           02  SOW-ACCTNO         PIC X(08).
           02  SOW-NO             PIC 9(02).
           02  SOW-DC-CODE        PIC X(01).
           02  SOW-AMOUNT         PIC 9(7)V99.
           02  SOW-SOURCE         PIC X(04).
           02  SOW-FREQ           PIC X(01).
           02  SOW-DAY            PIC 9(02).
           02  SOW-NEXT-DUE       PIC 9(08).
           02  SOW-END-DATE       PIC 9(08).
           02  SOW-STATE          PIC X(01).
           02  SOW-LAST-RUN       PIC 9(08).
           02  FILLER             PIC X(08).
      * DATE WORK FOR THE DUE-DATE EDITS AND THE MONTHLY ROLL - THE
      * DATE BEING WORKED ON, AND THE FIRST OF A MONTH FOR COUNTING
      * THAT MONTH'S DAYS.
       01  SOR-DATE-YMD       PIC 9(8)       VALUE ZERO.
       01  SOR-DATE-R   REDEFINES SOR-DATE-YMD.
           02  SDW-YYYY       PIC 9(4).
           02  SDW-MM         PIC 9(2).
           02  SDW-DD         PIC 9(2).
       01  SOR-MONTH-YMD      PIC 9(8)       VALUE ZERO.
       01  SOR-MONTH-R  REDEFINES SOR-MONTH-YMD.
           02  SMW-YYYY       PIC 9(4).
           02  SMW-MM         PIC 9(2).
           02  SMW-DD         PIC 9(2).
       77  SORD-STATUS         PIC X(02)      VALUE SPACES.
       77  SORD-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-SORD                VALUE 'N'.
       77  SOR-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  SOR-LOADED                 VALUE 'Y'.
       77  SOR-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  SOR-TOUCHED                VALUE 'Y'.
       77  SOR-DATE-OK-SW      PIC X          VALUE 'N'.
               88  SOR-DATE-OK                VALUE 'Y'.
       77  SOR-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  SOR-SUB2            PIC 9(4)  COMP VALUE ZERO.
       77  SOR-HIT             PIC 9(4)  COMP VALUE ZERO.
       77  SOR-MONTHS          PIC 9(2)  COMP VALUE ZERO.
       77  SOR-MONTH-DAYS      PIC 9(2)  COMP VALUE ZERO.
       77  SOR-DAYNO           PIC S9(9) COMP VALUE ZERO.
       77  SOR-NEW-DUE         PIC 9(8)       VALUE ZERO.
       77  SOR-NEW-END         PIC 9(8)       VALUE ZERO.
       77  SOR-REASON          PIC X(30)      VALUE SPACES.
       77  SOR-ACTION-DESC     PIC X(10)      VALUE SPACES.
       77  SOR-GEN-COUNT       PIC 9(5)  COMP VALUE ZERO.
       77  SOR-SKIP-COUNT      PIC 9(5)  COMP VALUE ZERO.
       77  SOR-ENDED-COUNT     PIC 9(5)  COMP VALUE ZERO.
       77  SOR-DR-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  SOR-CR-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  SOR-CNT-O           PIC ZZZZ9.
       77  SOR-TOT-O           PIC -(9)9.99.
      *****************************************************
      * TEMPORARY CREDIT LIMITS                           *
      *****************************************************
      * THE TEMPORARY LIMIT INCREASES IN STORAGE, ONE PER ACCOUNT,
      * KEPT IN ACCOUNT ORDER SO THE EFFECTIVE-LIMIT LOOKUP MADE FOR
      * EVERY ROW OF THE EXCEPTION, AGING, ACCRUAL AND REVIEW PASSES
      * IS A BISECTION.  LOADED FROM TMPLF ON FIRST USE AND WRITTEN
      * BACK AT CHECKPOINTS AND END OF RUN.  AN INCREASE IS IN FORCE
      * FROM ITS START DATE THROUGH ITS EXPIRY DATE.  A WITHDRAWN
      * INCREASE HAS ITS EXPIRY PULLED BACK TO YESTERDAY AND IS
      * DROPPED BY THE NEXT '5' STEP LIKE ANY OTHER LAPSED ONE.
       01  TEMP-LIMIT-STORE.
           02  TLM-MAX            PIC 9(4)  COMP VALUE 5000.
           02  TLM-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  TLM-ENTRY OCCURS 5000 TIMES.
               03  TLM-ACCTNO     PIC X(08).
               03  TLM-LIMIT      PIC 9(7)V99.
               03  TLM-START      PIC 9(08).
               03  TLM-EXPIRY     PIC 9(08).
               03  TLM-OPER       PIC X(08).
               03  TLM-GRANTED    PIC 9(08).
               03  TLM-STATE      PIC X(01).
                   88  TLM-WITHDRAWN    VALUE 'W'.
               03  TLM-WD-OPER    PIC X(08).
      * ONE-ENTRY WORK AREA FOR TMPLF I/O.
       01  TLM-WORK-ENTRY.
           02  TLW-ACCTNO         PIC X(08).
           02  TLW-LIMIT          PIC 9(7)V99.
           02  TLW-START          PIC 9(08).
           02  TLW-EXPIRY         PIC 9(08).
           02  TLW-OPER           PIC X(08).
           02  TLW-GRANTED        PIC 9(08).
           02  TLW-STATE          PIC X(01).
           02  TLW-WD-OPER        PIC X(08).
           02  FILLER             PIC X(02).
      * EXPIRY DATE WORK FOR THE STATEMENT LINE.
       01  TLM-DATE-YMD       PIC 9(8)       VALUE ZERO.
       01  TLM-DATE-R   REDEFINES TLM-DATE-YMD.
           02  TDW-YYYY       PIC 9(4).
           02  TDW-MM         PIC 9(2).
           02  TDW-DD         PIC 9(2).
       77  TMPL-STATUS         PIC X(02)      VALUE SPACES.
       77  TMPL-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-TMPL                VALUE 'N'.
       77  TLM-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  TLM-LOADED                 VALUE 'Y'.
       77  TLM-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  TLM-TOUCHED                VALUE 'Y'.
       77  TLM-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  TLM-SUB2            PIC 9(4)  COMP VALUE ZERO.
       77  TLM-HIT             PIC 9(4)  COMP VALUE ZERO.
       77  TLM-LO              PIC 9(4)  COMP VALUE ZERO.
       77  TLM-HI              PIC 9(4)  COMP VALUE ZERO.
       77  TLM-MID             PIC 9(4)  COMP VALUE ZERO.
       77  TLM-INS-AT          PIC 9(4)  COMP VALUE ZERO.
       77  TLM-KEY-W           PIC X(8)       VALUE SPACES.
       77  TLM-REASON          PIC X(30)      VALUE SPACES.
       77  TLM-ACTION-DESC     PIC X(10)      VALUE SPACES.
       77  TLM-NEW-START       PIC 9(8)       VALUE ZERO.
       77  TLM-NEW-EXPIRY      PIC 9(8)       VALUE ZERO.
       77  TLM-DAYNO           PIC S9(9) COMP VALUE ZERO.
       77  TLM-HIST-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  TLM-COMMENT-W       PIC X(50)      VALUE SPACES.
       77  TLM-OVERAGE         PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  TLM-DROP-COUNT      PIC 9(5)  COMP VALUE ZERO.
       77  TLM-OVER-COUNT      PIC 9(5)  COMP VALUE ZERO.
       77  TLM-OVER-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  TLM-CNT-O           PIC ZZZZ9.
       77  TLM-TEMP-O          PIC -(7)9.99.
       77  TLM-PERM-O          PIC -(7)9.99.
       77  TLM-BAL-O           PIC -(7)9.99.
       77  TLM-OVER-O          PIC -(7)9.99.
       77  TLM-TOT-O           PIC -(9)9.99.
      * THE LIMIT AN ACCOUNT IS HELD TO - THE TEMPORARY ONE WHILE IT
      * IS IN FORCE, OTHERWISE THE PERMANENT LIMIT COLUMN.  SET FOR
      * THE ROW IN CUSTOMER-RECORD BY SET-EFFECTIVE-LIMIT.
       77  EFF-LIMIT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  EFF-TEMP-SWITCH     PIC X          VALUE 'N'.
               88  EFF-TEMP-IN-FORCE          VALUE 'Y'.
      *****************************************************
      * BILLING CYCLE / MINIMUM PAYMENT                   *
      *****************************************************
      * THE BILLING ENTRIES IN STORAGE, ONE PER ACCOUNT, KEPT IN
      * ACCOUNT ORDER.  THE 'Y' STEP REPLACES EACH ACCOUNT'S ENTRY
      * WITH THE NEW CYCLE'S FIGURES, CARRYING THE MISSED-MINIMUM
      * COUNT FORWARD, AND DROPS THE ENTRIES OF ACCOUNTS NO LONGER ON
      * THE TABLE.  THE '6' STEP SETTLES EACH OPEN ENTRY ONCE ITS DUE
      * DATE HAS PASSED - MET, OR SHORT AND A LATE FEE ASSESSED.
       01  BILLING-STORE.
           02  BIL-MAX            PIC 9(6)  COMP VALUE 100000.
           02  BIL-COUNT          PIC 9(6)  COMP VALUE ZERO.
           02  BIL-ENTRY OCCURS 100000 TIMES.
               03  BIL-ACCTNO     PIC X(08).
               03  BIL-CYCLE-DATE PIC 9(08).
               03  BIL-STMT-BAL   PIC S9(9)V99.
               03  BIL-MIN-DUE    PIC 9(7)V99.
               03  BIL-DUE-DATE   PIC 9(08).
               03  BIL-PAID       PIC S9(9)V99.
               03  BIL-STATE      PIC X(01).
                   88  BIL-OPEN         VALUE SPACE.
                   88  BIL-MET          VALUE 'P'.
                   88  BIL-SHORT        VALUE 'L'.
                   88  BIL-NOTHING-DUE  VALUE 'N'.
               03  BIL-MISSED     PIC 9(03).
               03  BIL-SETTLED    PIC 9(08).
      * ONE-ENTRY WORK AREA FOR BILLF I/O.
       01  BIL-WORK-ENTRY.
           02  BLW-ACCTNO         PIC X(08).
           02  BLW-CYCLE-DATE     PIC 9(08).
           02  BLW-STMT-BAL       PIC S9(9)V99.
           02  BLW-MIN-DUE        PIC 9(7)V99.
           02  BLW-DUE-DATE       PIC 9(08).
           02  BLW-PAID           PIC S9(9)V99.
           02  BLW-STATE          PIC X(01).
           02  BLW-MISSED         PIC 9(03).
           02  BLW-SETTLED        PIC 9(08).
           02  FILLER             PIC X(13).
      * DATE WORK FOR THE STATEMENT AND REPORT LINES.
       01  BIL-DATE-YMD       PIC 9(8)       VALUE ZERO.
       01  BIL-DATE-R   REDEFINES BIL-DATE-YMD.
           02  BDW-YYYY       PIC 9(4).
           02  BDW-MM         PIC 9(2).
           02  BDW-DD         PIC 9(2).
       77  BIL-DATE-DISPLAY    PIC X(10)      VALUE SPACES.
       77  BILL-STATUS         PIC X(02)      VALUE SPACES.
       77  BILL-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-BILL                VALUE 'N'.
       77  BIL-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  BIL-LOADED                 VALUE 'Y'.
       77  BIL-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  BIL-TOUCHED                VALUE 'Y'.
       77  BIL-SUB             PIC 9(6)  COMP VALUE ZERO.
       77  BIL-SUB2            PIC 9(6)  COMP VALUE ZERO.
       77  BIL-HIT             PIC 9(6)  COMP VALUE ZERO.
       77  BIL-LO              PIC 9(6)  COMP VALUE ZERO.
       77  BIL-HI              PIC 9(6)  COMP VALUE ZERO.
       77  BIL-MID             PIC 9(6)  COMP VALUE ZERO.
       77  BIL-INS-AT          PIC 9(6)  COMP VALUE ZERO.
       77  BIL-KEY-W           PIC X(8)       VALUE SPACES.
      * THE MINIMUM-PAYMENT RULE FROM THE RATEF 'M' CARD.
       77  BIL-RULE-SWITCH     PIC X          VALUE 'N'.
               88  BIL-RULE-SEEN              VALUE 'Y'.
       77  BIL-PAY-PCT         PIC S9(2)V99 COMP-3 VALUE ZERO.
       77  BIL-PAY-FLOOR       PIC S9(5)V99 COMP-3 VALUE ZERO.
       77  BIL-DUE-DAYS        PIC 9(3)  COMP VALUE ZERO.
       77  BIL-LATE-FEE        PIC S9(5)V99 COMP-3 VALUE ZERO.
       77  BIL-NEXT-DUE        PIC 9(8)       VALUE ZERO.
       77  BIL-DAYNO           PIC S9(9) COMP VALUE ZERO.
       77  BIL-MIN-W           PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  BIL-PAID-W          PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BIL-SHORT-W         PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BIL-REASON          PIC X(30)      VALUE SPACES.
       77  BIL-FEE-TEXT        PIC X(50)      VALUE SPACES.
       77  BIL-CUT-COUNT       PIC 9(6)  COMP VALUE ZERO.
       77  BIL-ZERO-COUNT      PIC 9(6)  COMP VALUE ZERO.
       77  BIL-DROP-COUNT      PIC 9(6)  COMP VALUE ZERO.
       77  BIL-MIN-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BIL-MET-COUNT       PIC 9(6)  COMP VALUE ZERO.
       77  BIL-SHORT-COUNT     PIC 9(6)  COMP VALUE ZERO.
       77  BIL-FEE-COUNT       PIC 9(6)  COMP VALUE ZERO.
       77  BIL-REFUSED-COUNT   PIC 9(6)  COMP VALUE ZERO.
       77  BIL-SHORT-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BIL-FEE-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BIL-CNT-O           PIC ZZZZZ9.
       77  BIL-MIN-O           PIC -(7)9.99.
       77  BIL-PAID-O          PIC -(9)9.99.
       77  BIL-SHORT-O         PIC -(9)9.99.
       77  BIL-FEE-O           PIC -(5)9.99.
       77  BIL-MISSED-O        PIC ZZ9.
       77  BIL-TOT-O           PIC -(9)9.99.
      *****************************************************
      * CREDIT-BUREAU REPORTING FILE                      *
      *****************************************************
      * THE BUREAU FILE'S HEADER, DETAIL AND TRAILER LAYOUTS - FIXED
      * 200-BYTE RECORDS.  THE HEADER CARRIES THE ACCOUNTS AND CLOSING
      * BALANCE ON THE CYCLE SUMMARY; THE TRAILER CARRIES WHAT WAS
      * REPORTED PLUS THE NUMBER HELD BACK AS EXCEPTIONS, SO THE TWO
      * RECONCILE.
       01  BUR-HEADER.
           02  BRH-REC-TYPE       PIC X(01)      VALUE 'H'.
           02  BRH-FILE-ID        PIC X(08)      VALUE 'ACCTSTAT'.
           02  BRH-CYCLE-DATE     PIC 9(08).
           02  BRH-CREATED        PIC 9(08).
           02  BRH-ACCT-COUNT     PIC 9(07).
           02  BRH-BAL-TOTAL      PIC S9(11)V99.
           02  FILLER             PIC X(155)     VALUE SPACES.
       01  BUR-DETAIL.
           02  BRD-REC-TYPE       PIC X(01).
           02  BRD-ACCTNO         PIC X(08).
           02  BRD-LASTN          PIC X(20).
           02  BRD-FIRSTN         PIC X(15).
           02  BRD-ADDR1          PIC X(25).
           02  BRD-ADDR2          PIC X(20).
           02  BRD-ADDR3          PIC X(15).
           02  BRD-LIMIT          PIC 9(7)V99.
           02  BRD-CLOSE-BAL      PIC S9(9)V99.
           02  BRD-HI-BAL         PIC S9(9)V99.
           02  BRD-PAY-STATUS     PIC X(02).
           02  BRD-SPECIAL-CMT    PIC X(02).
           02  BRD-ACCT-STATUS    PIC X(07).
           02  BRD-DAYS-OVER      PIC 9(05).
           02  BRD-MISSED         PIC 9(03).
           02  BRD-CYCLE-DATE     PIC 9(08).
           02  FILLER             PIC X(38).
       01  BUR-TRAILER.
           02  BRT-REC-TYPE       PIC X(01)      VALUE 'T'.
           02  BRT-DETAIL-COUNT   PIC 9(07).
           02  BRT-EXCEPT-COUNT   PIC 9(07).
           02  BRT-RECORD-COUNT   PIC 9(07).
           02  BRT-LIMIT-TOTAL    PIC 9(11)V99.
           02  BRT-CLOSE-TOTAL    PIC S9(11)V99.
           02  BRT-HI-TOTAL       PIC S9(11)V99.
           02  FILLER             PIC X(139)     VALUE SPACES.
      * THE BUREAU'S SPECIAL-COMMENT CODES FOR OUR CLOSED AND FROZEN
      * STATUSES.
       77  BUR-SCC-CLOSED      PIC X(02)      VALUE 'M '.
       77  BUR-SCC-FROZEN      PIC X(02)      VALUE 'AP'.
       77  CYCS-STATUS         PIC X(02)      VALUE SPACES.
       77  CYCS-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-CYCS                VALUE 'N'.
       77  BUR-CYCLE-DATE      PIC 9(8)       VALUE ZERO.
       77  BUR-MISSED-W        PIC 9(3)  COMP VALUE ZERO.
       77  BUR-DAYS-LATE       PIC 9(6)  COMP VALUE ZERO.
       77  BUR-REASON          PIC X(30)      VALUE SPACES.
       77  BUR-ACCT-COUNT      PIC 9(7)  COMP VALUE ZERO.
       77  BUR-DETAIL-COUNT    PIC 9(7)  COMP VALUE ZERO.
       77  BUR-EXCEPT-COUNT    PIC 9(7)  COMP VALUE ZERO.
       77  BUR-INPUT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  BUR-LIMIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  BUR-CLOSE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  BUR-HI-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  BUR-CNT-O           PIC ZZZZZZ9.
       77  BUR-TOT-O           PIC -(11)9.99.
      *****************************************************
      * DORMANCY / UNCLAIMED PROPERTY                     *
      *****************************************************
      * LAST CUSTOMER ACTIVITY PER ACCOUNT, KEPT IN ACCOUNT ORDER AND
      * CARRIED BETWEEN DORMANCY PASSES ON LACTF, SO EACH PASS ONLY
      * NEEDS THE HISTORY RETAINED SINCE THE LAST ONE.  AN ACCOUNT
      * WITH NO ACTIVITY IN ANY HISTORY READ STARTS ITS CLOCK ON THE
      * FIRST PASS THAT SEES IT.  THE DORMANT DATE IS SET WHEN THE
      * PASS MOVES THE ACCOUNT TO DORMANT AND CLEARED ON REACTIVATION.
       01  LAST-ACTIVITY-STORE.
           02  LAC-MAX            PIC 9(6)  COMP VALUE 100000.
           02  LAC-COUNT          PIC 9(6)  COMP VALUE ZERO.
           02  LAC-ENTRY OCCURS 100000 TIMES.
               03  LAC-ACCTNO     PIC X(08).
               03  LAC-LAST-DATE  PIC 9(08).
               03  LAC-DORMANT-DATE PIC 9(08).
               03  LAC-CHECKED    PIC 9(08).
      * ONE-ENTRY WORK AREA FOR LACTF I/O.
       01  LAC-WORK-ENTRY.
           02  LCW-ACCTNO         PIC X(08).
           02  LCW-LAST-DATE      PIC 9(08).
           02  LCW-DORMANT-DATE   PIC 9(08).
           02  LCW-CHECKED        PIC 9(08).
           02  FILLER             PIC X(08).
      * THE ACCOUNT/SOURCE PAIRS OF THE STANDING INSTRUCTIONS, SORTED,
      * SO A CYCLE-SUMMARY SOURCE LINE FED BY A STANDING ORDER CAN BE
      * PASSED OVER WITHOUT SCANNING THE INSTRUCTIONS EVERY TIME.
       01  DORM-SI-TABLE.
           02  DSI-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  DSI-KEY            PIC X(12) OCCURS 2000 TIMES.
       01  DSI-KEY-W.
           02  DSK-ACCTNO         PIC X(08).
           02  DSK-SOURCE         PIC X(04).
      * ONE RETAINED POSTJRN LINE (SEE WRITE-POSTING-JOURNAL FOR THE
      * FIELDS THE LINE IS STRUNG FROM).
       01  JHL-LINE.
           02  JHL-MM             PIC X(02).
           02  FILLER             PIC X(01).
           02  JHL-DD             PIC X(02).
           02  FILLER             PIC X(01).
           02  JHL-YYYY           PIC X(04).
           02  FILLER             PIC X(15).
           02  JHL-ACCTNO         PIC X(08).
           02  FILLER             PIC X(55).
           02  JHL-SRC-TAG        PIC X(05).
           02  JHL-SOURCE         PIC X(04).
           02  JHL-REST           PIC X(63).
       01  DRM-DATE-YMD       PIC 9(8)       VALUE ZERO.
       01  DRM-DATE-R   REDEFINES DRM-DATE-YMD.
           02  DMW-YYYY       PIC 9(4).
           02  DMW-MM         PIC 9(2).
           02  DMW-DD         PIC 9(2).
       77  LACT-STATUS         PIC X(02)      VALUE SPACES.
       77  LACT-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-LACT                VALUE 'N'.
       77  LAC-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  LAC-LOADED                 VALUE 'Y'.
       77  LAC-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  LAC-TOUCHED                VALUE 'Y'.
       77  LAC-SUB             PIC 9(6)  COMP VALUE ZERO.
       77  LAC-SUB2            PIC 9(6)  COMP VALUE ZERO.
       77  LAC-HIT             PIC 9(6)  COMP VALUE ZERO.
       77  LAC-LO              PIC 9(6)  COMP VALUE ZERO.
       77  LAC-HI              PIC 9(6)  COMP VALUE ZERO.
       77  LAC-MID             PIC 9(6)  COMP VALUE ZERO.
       77  LAC-INS-AT          PIC 9(6)  COMP VALUE ZERO.
       77  LAC-KEY-W           PIC X(8)       VALUE SPACES.
       77  LAC-DATE-W          PIC 9(8)       VALUE ZERO.
       77  JHST-STATUS         PIC X(02)      VALUE SPACES.
       77  JHST-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-JHST                VALUE 'N'.
       77  DSI-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  DSI-SUB2            PIC 9(4)  COMP VALUE ZERO.
       77  DSI-HIT             PIC 9(4)  COMP VALUE ZERO.
       77  DSI-LO              PIC 9(4)  COMP VALUE ZERO.
       77  DSI-HI              PIC 9(4)  COMP VALUE ZERO.
       77  DSI-MID             PIC 9(4)  COMP VALUE ZERO.
       77  DSI-INS-AT          PIC 9(4)  COMP VALUE ZERO.
      * OUR OWN CHARGES NEVER COUNT AS CUSTOMER ACTIVITY.
       77  DRM-SOURCE-W        PIC X(4)       VALUE SPACES.
               88  DRM-BANK-SOURCE            VALUE 'INT ' 'OVLF'
                                                    'LATE'.
       77  DRM-ITEM-SW         PIC X          VALUE 'N'.
               88  DRM-CUSTOMER-ITEM          VALUE 'Y'.
       77  DRM-TALLY           PIC 9(4)  COMP VALUE ZERO.
       77  DRM-THRESHOLD       PIC 9(5)  COMP VALUE ZERO.
       77  DRM-IDLE-DAYS       PIC S9(7) COMP VALUE ZERO.
       77  DRM-REASON          PIC X(30)      VALUE SPACES.
       77  DRM-HIST-COUNT      PIC 9(7)  COMP VALUE ZERO.
       77  DRM-NEW-COUNT       PIC 9(6)  COMP VALUE ZERO.
       77  DRM-HELD-COUNT      PIC 9(6)  COMP VALUE ZERO.
       77  DRM-UNCL-COUNT      PIC 9(6)  COMP VALUE ZERO.
       77  DRM-UNCL-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  DRM-CREDIT-W        PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  DRM-CNT-O           PIC ZZZZZZ9.
       77  DRM-DAYS-O          PIC ZZZZZZ9.
       77  DRM-BAL-O           PIC -(7)9.99.
       77  DRM-TOT-O           PIC -(9)9.99.
       77  DRM-LAST-DISPLAY    PIC X(10)      VALUE SPACES.
       77  DRM-DORM-DISPLAY    PIC X(10)      VALUE SPACES.
      *****************************************************
      * GENERAL-LEDGER JOURNAL FEED                       *
      *****************************************************
      * EVERY APPLIED POSTING IS ROLLED INTO A MOVEMENT BUCKET BY
      * TRN-SOURCE, CHARGE TYPE AND DEBIT/CREDIT.  THE BUCKETS ARE
      * CARRIED ON GLMOVF WITH THE POSTINGS UNTIL A '0' STEP RELEASES
      * THEM TO THE LEDGER, SO A FEED HELD BACK OUT OF BALANCE LOSES
      * NOTHING - THE NEXT RELEASE PICKS IT UP.  CHARGE TYPES:
      * T TELLER, B CLEARING, I INTEREST, O OVER-LIMIT FEE, L LATE
      * FEE, R REVERSAL, S STANDING ORDER.  EVERY POSTING IS ALSO
      * COUNTED INTO THE CONTROL TOTALS (GLC-), WHICH DO NOT DEPEND ON
      * A BUCKET BEING FOUND OR KEPT, SO A POSTING THE BUCKETS LOST IS
      * CAUGHT WHEN THE FEED IS PROVED.
       01  GL-MOVEMENT-STORE.
           02  GLB-MAX            PIC 9(4)  COMP VALUE 500.
           02  GLB-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  GLB-ENTRY OCCURS 500 TIMES.
               03  GLB-KEY.
                   04  GLB-SOURCE PIC X(04).
                   04  GLB-TYPE   PIC X(01).
                   04  GLB-DC     PIC X(01).
               03  GLB-ITEMS      PIC 9(07).
               03  GLB-AMOUNT     PIC 9(11)V99.
      * ONE-ENTRY WORK AREA FOR GLMOVF I/O.
       01  GLB-WORK-ENTRY.
           02  GBW-SOURCE         PIC X(04).
           02  GBW-TYPE           PIC X(01).
           02  GBW-DC             PIC X(01).
           02  GBW-ITEMS          PIC 9(07).
           02  GBW-AMOUNT         PIC 9(11)V99.
           02  FILLER             PIC X(14).
      * THE CONTROL RECORD, WRITTEN FIRST ON GLMOVF.  NO BUCKET EVER
      * CARRIES '*' AS ITS CHARGE TYPE OR DEBIT/CREDIT CODE.
       01  GLB-CONTROL-ENTRY REDEFINES GLB-WORK-ENTRY.
           02  GBC-MARK           PIC X(06).
               88  GBC-CONTROL-REC      VALUE '******'.
           02  GBC-ITEMS          PIC 9(07).
           02  GBC-DEBITS         PIC 9(11)V99.
           02  GBC-CREDITS        PIC 9(11)V99.
           02  FILLER             PIC X(01).
       01  GLB-KEY-W.
           02  GBK-SOURCE         PIC X(04).
           02  GBK-TYPE           PIC X(01).
           02  GBK-DC             PIC X(01).
      * THE LEDGER ACCOUNT MAPPING FROM GLMAPF.  A 'C' CARD NAMES THE
      * CARD-ACCOUNTS CONTROL LEDGER ACCOUNT AND THE SUSPENSE ACCOUNT;
      * EACH 'M' CARD NAMES THE OFFSETTING LEDGER ACCOUNT FOR ONE
      * TRN-SOURCE, EITHER FOR ONE CHARGE TYPE OR (TYPE BLANK) FOR
      * ALL OF THEM.  A TYPE-SPECIFIC CARD WINS OVER A BLANK ONE.
       01  GMC-AREA.
           02  GMC-REC-TYPE       PIC X(01).
               88  GMC-CONTROL-CARD     VALUE 'C'.
               88  GMC-MAP-CARD         VALUE 'M'.
           02  GMC-SOURCE         PIC X(04).
           02  GMC-TYPE           PIC X(01).
               88  GMC-TYPE-VALID       VALUE SPACE 'T' 'B' 'I' 'O'
                                              'L' 'R' 'S'.
           02  GMC-ACCT           PIC X(12).
           02  FILLER             PIC X(62).
       01  GMC-CONTROL-AREA REDEFINES GMC-AREA.
           02  FILLER             PIC X(01).
           02  GMC-RECV-ACCT      PIC X(12).
           02  GMC-SUSP-ACCT      PIC X(12).
           02  FILLER             PIC X(55).
       01  GL-MAPPING-TABLE.
           02  GLM-MAX            PIC 9(4)  COMP VALUE 200.
           02  GLM-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  GLM-ENTRY OCCURS 200 TIMES.
               03  GLM-SOURCE     PIC X(04).
               03  GLM-TYPE       PIC X(01).
               03  GLM-ACCT       PIC X(12).
      * THE FEED'S ENTRIES ARE BUILT HERE AND PROVED BEFORE ANY OF
      * THEM IS WRITTEN.
       01  GL-ENTRY-TABLE.
           02  GLE-COUNT          PIC 9(4)  COMP VALUE ZERO.
           02  GLE-ENTRY OCCURS 1000 TIMES.
               03  GLE-ACCT       PIC X(12).
               03  GLE-DC         PIC X(01).
               03  GLE-AMOUNT     PIC 9(11)V99.
               03  GLE-SOURCE     PIC X(04).
               03  GLE-TYPE       PIC X(01).
               03  GLE-ITEMS      PIC 9(07).
               03  GLE-SUSPENSE   PIC X(01).
      * GL JOURNAL-ENTRY INTERFACE FILE - HEADER, ONE DETAIL PER
      * LEDGER ENTRY, CONTROL TRAILER.
       01  GLF-HEADER.
           02  GFH-REC-TYPE       PIC X(01)  VALUE 'H'.
           02  GFH-FEED-ID        PIC X(08)  VALUE 'CARDACCT'.
           02  GFH-BUS-DATE       PIC 9(08).
           02  FILLER             PIC X(83)  VALUE SPACES.
       01  GLF-DETAIL.
           02  GFD-REC-TYPE       PIC X(01).
           02  GFD-BUS-DATE       PIC 9(08).
           02  GFD-LEDGER-ACCT    PIC X(12).
           02  GFD-DC             PIC X(01).
           02  GFD-AMOUNT         PIC 9(11)V99.
           02  GFD-SOURCE         PIC X(04).
           02  GFD-CHARGE-TYPE    PIC X(01).
           02  GFD-ITEMS          PIC 9(07).
           02  GFD-DESC           PIC X(20).
           02  GFD-SUSPENSE       PIC X(01).
           02  FILLER             PIC X(32).
       01  GLF-TRAILER.
           02  GFT-REC-TYPE       PIC X(01)  VALUE 'T'.
           02  GFT-ENTRY-COUNT    PIC 9(07).
           02  GFT-DEBIT-TOTAL    PIC 9(13)V99.
           02  GFT-CREDIT-TOTAL   PIC 9(13)V99.
           02  GFT-SUSP-COUNT     PIC 9(07).
           02  GFT-SUSP-TOTAL     PIC 9(13)V99.
           02  GFT-RECORD-COUNT   PIC 9(07).
           02  FILLER             PIC X(33)  VALUE SPACES.
       77  GLMV-STATUS         PIC X(02)      VALUE SPACES.
       77  GLMV-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-GLMV                VALUE 'N'.
       77  GLB-LOAD-SWITCH     PIC X          VALUE 'N'.
               88  GLB-LOADED                 VALUE 'Y'.
       77  GLB-TOUCH-SWITCH    PIC X          VALUE 'N'.
               88  GLB-TOUCHED                VALUE 'Y'.
       77  GLFEED-SWITCH       PIC X          VALUE 'N'.
               88  GLFEED-OPEN                VALUE 'Y'.
       77  GLB-FULL-SW         PIC X          VALUE 'N'.
               88  GLB-FULL                   VALUE 'Y'.
       77  GLC-ITEMS           PIC 9(07)      VALUE ZERO.
       77  GLC-DEBITS          PIC 9(11)V99   VALUE ZERO.
       77  GLC-CREDITS         PIC 9(11)V99   VALUE ZERO.
       77  GLF-BKT-ITEMS       PIC 9(07)      VALUE ZERO.
       77  GLF-BKT-DEBITS      PIC 9(11)V99   VALUE ZERO.
       77  GLF-BKT-CREDITS     PIC 9(11)V99   VALUE ZERO.
       77  GLF-REASON          PIC X(40)      VALUE SPACES.
       77  GLB-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  GLB-HIT             PIC 9(4)  COMP VALUE ZERO.
       77  GLMP-STATUS         PIC X(02)      VALUE SPACES.
       77  GLMP-READ-SWITCH    PIC X          VALUE 'Y'.
               88  NOMORE-GLMP                VALUE 'N'.
       77  GLM-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  GLM-HIT             PIC 9(4)  COMP VALUE ZERO.
       77  GLM-RECV-ACCT       PIC X(12)      VALUE SPACES.
       77  GLM-SUSP-ACCT       PIC X(12)      VALUE SPACES.
       77  GLE-SUB             PIC 9(4)  COMP VALUE ZERO.
       77  GLF-OFFSET-ACCT     PIC X(12)      VALUE SPACES.
       77  GLF-ENTRY-ACCT      PIC X(12)      VALUE SPACES.
       77  GLF-SIDE-W          PIC X          VALUE SPACE.
       77  GLF-DR-ACCT         PIC X(12)      VALUE SPACES.
       77  GLF-CR-ACCT         PIC X(12)      VALUE SPACES.
       77  GLF-SUSP-SW         PIC X          VALUE 'N'.
               88  GLF-TO-SUSPENSE            VALUE 'Y'.
       77  GLF-FLAG-TEXT       PIC X(32)      VALUE SPACES.
       77  GLF-TYPE-TEXT       PIC X(20)      VALUE SPACES.
       77  GLF-DEBIT-TOTAL     PIC 9(13)V99   VALUE ZERO.
       77  GLF-CREDIT-TOTAL    PIC 9(13)V99   VALUE ZERO.
       77  GLF-SUSP-COUNT      PIC 9(7)  COMP VALUE ZERO.
       77  GLF-SUSP-TOTAL      PIC 9(13)V99   VALUE ZERO.
       77  GLF-RECORD-COUNT    PIC 9(7)  COMP VALUE ZERO.
       77  GLF-CNT-O           PIC ZZZZZZ9.
       77  GLF-AMT-O           PIC Z(10)9.99.
       77  GLF-TOT-O           PIC Z(12)9.99.
       77  GLF-TOT2-O          PIC Z(12)9.99.
      *****************************************************
      * BUSINESS-DATE CONTROL AND RUN CALENDAR            *
      *****************************************************
      * BDATEF HOLDS ONE RECORD: THE BUSINESS DATE EVERY DATED OUTPUT
      * CARRIES, ADVANCED BY OPERATIONS WITH A '#' ROLL CARD, AND THE
      * PERIOD EACH ONCE-PER-PERIOD STEP LAST COMPLETED FOR.  THE
      * ACCRUAL, CYCLE AND PURGE PERIODS ARE THE YYYYMM OF THE
      * BUSINESS DATE; THE SNAPSHOT-COMPARE AND AGING BASELINES ARE
      * CUT ONCE PER BUSINESS DAY.  A SUPERVISOR OVERRIDE ('#' CARD,
      * ACTION 'O') WAITS HERE UNTIL THE STEP IT NAMES NEXT COMPLETES
      * OR THE DATE IS ROLLED.
       01  BDC-RECORD.
           02  BDC-BUS-DATE       PIC 9(08).
           02  BDC-ROLLED-ON      PIC 9(08).
           02  BDC-ROLLED-BY      PIC X(08).
           02  BDC-ACCRUE-PERIOD  PIC 9(06).
           02  BDC-CYCLE-PERIOD   PIC 9(06).
           02  BDC-PURGE-PERIOD   PIC 9(06).
           02  BDC-SNAP-DATE      PIC 9(08).
           02  BDC-AGING-DATE     PIC 9(08).
           02  BDC-OVR-STEP       PIC X(01).
           02  BDC-OVR-BY         PIC X(08).
           02  FILLER             PIC X(13).
       77  BDT-STATUS          PIC X(02)      VALUE SPACES.
       77  BDT-FOUND-SW        PIC X          VALUE 'N'.
               88  BDT-FOUND                  VALUE 'Y'.
       77  BDT-CLOCK-DATE      PIC 9(8)       VALUE ZERO.
       77  BDT-NEW-DATE        PIC 9(8)       VALUE ZERO.
       77  BDT-DAYNO           PIC S9(9) COMP VALUE ZERO.
       77  BDT-MAX-ROLL-DAYS   PIC 9(3)  COMP VALUE 7.
       77  CAL-PERIOD-W        PIC 9(6)       VALUE ZERO.
       77  CAL-REJ-BEFORE      PIC 9(5)  COMP VALUE ZERO.
       77  CAL-REASON          PIC X(40)      VALUE SPACES.
      *****************************************************
      * PER-ACCOUNT BALANCE PROOF                         *
      *****************************************************
      * THE BALANCE MOVEMENT SINCE THE PRIOR TABLE SNAPSHOT, ONE
      * ENTRY PER ACCOUNT IN ACCOUNT ORDER: EVERY POSTING ON THE
      * POSTING REFERENCE REGISTER (A DEBIT RAISES THE BALANCE, A
      * CREDIT LOWERS IT) PLUS WHAT MAINTENANCE MOVED - EACH HISTF
      * AFTER-IMAGE LESS ITS BEFORE-IMAGE.  BPF-SEEN MARKS THE
      * ENTRIES THE SNAPSHOT/TABLE MERGE HAS PROVED.
       01  PROOF-MOVEMENT-STORE.
           02  BPF-MAX            PIC 9(6)  COMP VALUE 50000.
           02  BPF-COUNT          PIC 9(6)  COMP VALUE ZERO.
           02  BPF-ENTRY OCCURS 50000 TIMES.
               03  BPF-ACCTNO     PIC X(08).
               03  BPF-MOVEMENT   PIC S9(9)V99 COMP-3.
               03  BPF-SEEN       PIC X(01).
      * PROOF TOTALS BY TRN-SOURCE - A SHORT LIST, SCANNED.
       01  PROOF-SOURCE-TABLE.
           02  BPS-MAX            PIC 9(3)  COMP VALUE 200.
           02  BPS-COUNT          PIC 9(3)  COMP VALUE ZERO.
           02  BPS-ENTRY OCCURS 200 TIMES.
               03  BPS-SOURCE     PIC X(04).
               03  BPS-ITEMS      PIC 9(7)  COMP.
               03  BPS-DEBITS     PIC 9(11)V99 COMP-3.
               03  BPS-CREDITS    PIC 9(11)V99 COMP-3.
       77  BPF-SUB             PIC 9(6)  COMP VALUE ZERO.
       77  BPF-SUB2            PIC 9(6)  COMP VALUE ZERO.
       77  BPF-HIT             PIC 9(6)  COMP VALUE ZERO.
       77  BPF-LO              PIC 9(6)  COMP VALUE ZERO.
       77  BPF-HI              PIC 9(6)  COMP VALUE ZERO.
       77  BPF-MID             PIC 9(6)  COMP VALUE ZERO.
       77  BPF-INS-AT          PIC 9(6)  COMP VALUE ZERO.
       77  BPF-KEY-W           PIC X(8)       VALUE SPACES.
       77  BPF-FULL-SW         PIC X          VALUE 'N'.
               88  BPF-FULL                   VALUE 'Y'.
       77  BPS-SUB             PIC 9(3)  COMP VALUE ZERO.
       77  BPS-HIT             PIC 9(3)  COMP VALUE ZERO.
       77  BPF-SNAP-DATE       PIC 9(8)       VALUE ZERO.
      * A BEFORE-IMAGE HELD UNTIL THE AFTER-IMAGE THAT FOLLOWS IT, SO
      * A CHANGE THAT LEAVES THE BALANCE ALONE ADDS NOTHING TO THE
      * MOVEMENT STORE.
       77  BPF-PEND-ACCTNO     PIC X(8)       VALUE SPACES.
       77  BPF-PEND-BAL        PIC S9(7)V99 COMP-3 VALUE ZERO.
       77  BPF-AMOUNT-W        PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BPF-MOVE-W          PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BPF-OPENING         PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BPF-EXPECTED        PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BPF-ACTUAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BPF-DIFF            PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BPF-NOTE            PIC X(26)      VALUE SPACES.
       77  BPF-ACCT-COUNT      PIC 9(7)  COMP VALUE ZERO.
       77  BPF-PROVED-COUNT    PIC 9(7)  COMP VALUE ZERO.
       77  BPF-OOP-COUNT       PIC 9(7)  COMP VALUE ZERO.
       77  BPF-POST-COUNT      PIC 9(7)  COMP VALUE ZERO.
       77  BPF-REV-COUNT       PIC 9(7)  COMP VALUE ZERO.
       77  BPF-MAINT-COUNT     PIC 9(7)  COMP VALUE ZERO.
       77  BPF-POST-NET        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-MAINT-NET       PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-TOT-OPENING     PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-TOT-MOVEMENT    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-TOT-EXPECTED    PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-TOT-ACTUAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-TOT-DIFF        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  BPF-OPEN-O          PIC -(9)9.99.
       77  BPF-MOVE-O          PIC -(9)9.99.
       77  BPF-EXP-O           PIC -(9)9.99.
       77  BPF-ACT-O           PIC -(9)9.99.
       77  BPF-DIFF-O          PIC -(9)9.99.
       77  BPF-CNT-O           PIC ZZZZZZ9.
       77  BPF-CNT2-O          PIC ZZZZZZ9.
       77  BPF-TOT-O           PIC -(13)9.99.
       77  BPF-TOT2-O          PIC -(13)9.99.
       77  BPF-TOT3-O          PIC -(13)9.99.
      *****************************************************
      * MONTH-END INTEREST/FEE ACCRUAL WORK AREAS         *
      *****************************************************
      * RTP-AREA HOLDS ONE RATEF PARAMETER CARD.  THE AMOUNTS ARE
           02  RTP-CARD-TYPE      PIC X(01).
               88  RTP-RATE-CARD        VALUE 'R'.
               88  RTP-STATUS-CARD      VALUE 'S'.
               88  RTP-PAY-CARD         VALUE 'M'.
           02  RTP-ANNUAL-RATE-X  PIC X(06).
           02  RTP-ANNUAL-RATE REDEFINES RTP-ANNUAL-RATE-X
                                  PIC 9(2)V9(4).
           02  RTP-MIN-FEE REDEFINES RTP-MIN-FEE-X
                                  PIC 9(5)V99.
           02  FILLER             PIC X(52).
      * THE 'M' CARD CARRIES THE BILLING CYCLE'S MINIMUM-PAYMENT RULE
      * IN PLACE OF THE RATE FIELDS - PERCENT OF THE STATEMENT
      * BALANCE, FLOOR AMOUNT, DAYS FROM CYCLE DATE TO DUE DATE
      * (BLANK = 25) AND THE LATE FEE FOR A MISSED MINIMUM.
       01  RTP-PAY-AREA REDEFINES RTP-AREA.
           02  FILLER             PIC X(01).
           02  RTP-PAY-PCT-X      PIC X(04).
           02  RTP-PAY-PCT REDEFINES RTP-PAY-PCT-X
                                  PIC 9(2)V99.
           02  RTP-PAY-FLOOR-X    PIC X(07).
           02  RTP-PAY-FLOOR REDEFINES RTP-PAY-FLOOR-X
                                  PIC 9(5)V99.
           02  RTP-DUE-DAYS-X     PIC X(03).
           02  RTP-DUE-DAYS REDEFINES RTP-DUE-DAYS-X
                                  PIC 9(3).
           02  RTP-LATE-FEE-X     PIC X(07).
           02  RTP-LATE-FEE REDEFINES RTP-LATE-FEE-X
                                  PIC 9(5)V99.
           02  FILLER             PIC X(58).
      * MINIMUM-CHARGE RULES BY ACCOUNT STATUS, LOADED FROM THE 'S'
      * CARDS.  AN ACCOUNT WHOSE STATUS HAS NO RULE GETS THE DEFAULT
      * MINIMUM FROM THE 'R' CARD.
      * SITES PHASE THE CONTROL IN BY ALLOCATING THE FILE.
       01  ENT-AREA.
           02  ENT-OPER-ID        PIC X(08).
           02  ENT-CODES          PIC X(40).
           02  FILLER             PIC X(32).
       01  ENTITLEMENT-TABLE.
           02  ENT-MAX            PIC 9(2)  COMP VALUE 50.
           02  ENT-COUNT          PIC 9(2)  COMP VALUE ZERO.
           02  ENT-ENTRY OCCURS 50 TIMES.
               03  ENT-T-OPER     PIC X(08).
               03  ENT-T-CODES    PIC X(40).
       77  ENT-STATUS          PIC X(02)      VALUE SPACES.
       77  ENT-READ-SWITCH     PIC X          VALUE 'Y'.
               88  NOMORE-ENTITLE             VALUE 'N'.
       77  SIGNON-SWITCH       PIC X          VALUE 'N'.
               88  OPERATOR-SIGNED-ON         VALUE 'Y'.
       77  SIGNED-OPER         PIC X(8)       VALUE SPACES.
       77  SIGNED-CODES        PIC X(40)      VALUE SPACES.
       77  AUTH-FAIL-SW        PIC X          VALUE 'N'.
               88  AUTH-FAILED                VALUE 'Y'.
       77  AUTH-CODE-W         PIC X(1)       VALUE SPACE.
               88  HST-AFTER-CHANGE     VALUE 'A'.
               88  HST-BEFORE-DELETE    VALUE 'D'.
               88  HST-AFTER-ADD        VALUE 'N'.
               88  HST-TEMP-GRANTED     VALUE 'G'.
               88  HST-TEMP-EXPIRED     VALUE 'X'.
               88  HST-TEMP-LIMIT-IMAGE VALUE 'G' 'X'.
           02  HST-LIMIT          PIC S9(7)V99.
           02  HST-BALANCE        PIC S9(7)V99.
           02  HST-LASTN          PIC X(20).
      * STATUS CODE.  ROWS FROM BEFORE THE CODES EXISTED ARE BLANK
      * AND ARE TREATED AS ACTIVE EVERYWHERE.  THE LIFECYCLE RULES:
      * MONETARY CHANGES AND POSTINGS ARE REFUSED FOR FROZEN/CLOSED
      * ACCOUNTS, AND ONLY A CLOSED ACCOUNT MAY BE DELETED.  DORMANT
      * IS SET ONLY BY THE DORMANCY PASS AND IS REFUSED LIKE FROZEN;
      * ONLY A REACTIVATION CARD RETURNS THE ACCOUNT TO ACTIVE.
       77  STATUS-WORK         PIC X(7)       VALUE SPACES.
               88  STATUS-ACTIVE              VALUE 'ACTIVE' SPACES.
               88  STATUS-FROZEN              VALUE 'FROZEN'.
               88  STATUS-CLOSED              VALUE 'CLOSED'.
               88  STATUS-DORMANT             VALUE 'DORMANT'.
               88  STATUS-VALID-CODE          VALUE 'ACTIVE'
                                                    'FROZEN'
                                                    'CLOSED'.
       77  STM-LIMIT-O         PIC $$,$$$,$$9.99.
       77  STM-BALANCE-O       PIC $$,$$$,$$9.99.
       77  STM-AVAIL-O         PIC $$,$$$,$$9.99-.
       77  STM-TEMP-O          PIC $$,$$$,$$9.99.
       77  STM-UNTIL-DISPLAY   PIC X(10)      VALUE SPACES.
       77  STM-STMT-BAL-O      PIC $$,$$$,$$9.99-.
       77  STM-MIN-DUE-O       PIC $$,$$$,$$9.99.
      * CANNED LETTER TEXTS, SELECTED BY THE LETTER CODE ON THE
      * STATEMENT CARD ('OVL' = OVER-LIMIT NOTICE, 'REM' = PAYMENT
      * REMINDER, BLANK = STATEMENT ONLY).
                   CLOSE HISTF
                   SET HISTF-CLOSED TO TRUE
                END-IF.
                IF NOT PREF-CLOSED
                   CLOSE PREFF
                   SET PREF-CLOSED TO TRUE
                END-IF.
                IF PND-TOUCHED
                   PERFORM REWRITE-PENDING-FILE
                   PERFORM WRITE-PENDING-REVIEW
                IF CYA-TOUCHED
                   PERFORM REWRITE-CYCLE-FILE
                END-IF.
                IF GLB-TOUCHED
                   PERFORM REWRITE-GL-MOVEMENT-FILE
                END-IF.
                IF HLD-TOUCHED
                   PERFORM REWRITE-HOLD-FILE
                END-IF.
                IF PIR-TOUCHED
                   PERFORM REWRITE-ITEM-REGISTER
                END-IF.
                IF SOR-TOUCHED
                   PERFORM REWRITE-STANDING-FILE
                END-IF.
                IF TLM-TOUCHED
                   PERFORM REWRITE-TEMP-LIMIT-FILE
                END-IF.
                IF BIL-TOUCHED
                   PERFORM REWRITE-BILLING-FILE
                END-IF.
                IF LAC-TOUCHED
                   PERFORM REWRITE-LAST-ACTIVITY-FILE
                END-IF.
                IF AGERPT-OPEN
                   CLOSE AGERPT
                END-IF.
                IF STMTOUT-OPEN
                   CLOSE STMTOUT
                END-IF.
                IF GLFEED-OPEN
                   CLOSE GLFEEDF
                END-IF.
                CLOSE RECIN
                      REPOUT
                      EXCPOUT
                END-IF.
      *
       INITIALIZE-RUN.
                PERFORM LOAD-BUSINESS-DATE.
                PERFORM FORMAT-RUN-DATE.
                PERFORM FORMAT-RUN-TIME.
                MOVE BDT-CLOCK-DATE TO PREF-STAMP-DATE.
                MOVE RUN-TIME-HMS TO PREF-STAMP-TIME.
      *
      * LOAD-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON
      * BDATEF, NOT THE SYSTEM CLOCK, SO A DECK RERUN AFTER MIDNIGHT
      * STILL STAMPS THE DAY IT IS RERUNNING.  WITH NO CONTROL RECORD
      * YET (THE FIRST RUN AFTER THE FILE IS ALLOCATED) THE CLOCK DATE
      * IS TAKEN, WITH A WARNING, AND THE RECORD STARTS FROM IT - THE
      * FIRST ROLL OR CALENDAR STEP WRITES IT.
       LOAD-BUSINESS-DATE.
                ACCEPT BDT-CLOCK-DATE FROM DATE YYYYMMDD.
                MOVE 'N' TO BDT-FOUND-SW.
                OPEN INPUT BDATEF.
                IF BDT-STATUS = '00' OR '05'
                   SET BDT-FOUND TO TRUE
                   READ BDATEF RECORD INTO BDC-RECORD
                      AT END MOVE 'N' TO BDT-FOUND-SW
                   END-READ
                   CLOSE BDATEF
                END-IF.
                IF BDT-FOUND AND BDC-BUS-DATE NUMERIC
                   AND BDC-BUS-DATE NOT = ZERO
                   MOVE BDC-BUS-DATE TO RUN-DATE-YMD
                   DISPLAY 'BUSINESS DATE ' BDC-BUS-DATE
                           ' (SYSTEM DATE ' BDT-CLOCK-DATE ')'
                ELSE
                   MOVE SPACES TO BDC-RECORD
                   MOVE BDT-CLOCK-DATE TO BDC-BUS-DATE
                   MOVE ZERO TO BDC-ROLLED-ON
                                BDC-ACCRUE-PERIOD
                                BDC-CYCLE-PERIOD
                                BDC-PURGE-PERIOD
                                BDC-SNAP-DATE
                                BDC-AGING-DATE
                   MOVE BDT-CLOCK-DATE TO RUN-DATE-YMD
                   DISPLAY 'BUSINESS-DATE CONTROL RECORD NOT FOUND -'
                           ' SYSTEM DATE ' BDT-CLOCK-DATE ' TAKEN'
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                END-IF.
      *
       FORMAT-RUN-DATE.
                MOVE SPACES TO RUN-DATE-DISPLAY.
                STRING RD-MM   DELIMITED BY SIZE
                       '/'        DELIMITED BY SIZE
                         PERFORM DELETE-ACCOUNT
                      END-IF
                   WHEN CC-REQ-AGING
                      PERFORM CHECK-RUN-CALENDAR
                      IF CAL-REASON = SPACES
                         MOVE 'OVER-LIMIT-AGING' TO REQUEST-DESC
                         PERFORM OVER-LIMIT-AGING
                         PERFORM RECORD-CALENDAR-STEP
                      END-IF
                   WHEN CC-REQ-STATEMENT
                      MOVE 'STATEMENT-RUN'    TO REQUEST-DESC
                      PERFORM STATEMENT-RUN
                      MOVE 'POST-TRANS'       TO REQUEST-DESC
                      PERFORM POST-TRANSACTIONS
                   WHEN CC-REQ-ACCRUE
                      PERFORM CHECK-RUN-CALENDAR
                      IF CAL-REASON = SPACES
                         MOVE 'INTEREST-ACCRUAL' TO REQUEST-DESC
                         PERFORM INTEREST-ACCRUAL
                         PERFORM RECORD-CALENDAR-STEP
                      END-IF
                   WHEN CC-REQ-CLEARING
                      MOVE 'CLEARING-INTAKE'  TO REQUEST-DESC
                      PERFORM CLEARING-INTAKE
                         MOVE 'REJECT-PURGE'  TO REQUEST-DESC
                         PERFORM REJECT-CONTROL-RECORD
                      ELSE
                         PERFORM CHECK-RUN-CALENDAR
                         IF CAL-REASON = SPACES
                            MOVE 'ARCHIVE-PURGE' TO REQUEST-DESC
                            PERFORM ARCHIVE-PURGE
                            PERFORM RECORD-CALENDAR-STEP
                         END-IF
                      END-IF
                   WHEN CC-REQ-DUPSCAN
                      MOVE 'DUPLICATE-SCAN'   TO REQUEST-DESC
                      PERFORM DUPLICATE-SCAN
                   WHEN CC-REQ-SNAPCMP
                      PERFORM CHECK-RUN-CALENDAR
                      IF CAL-REASON = SPACES
                         MOVE 'SNAPSHOT-COMPARE' TO REQUEST-DESC
                         PERFORM SNAPSHOT-COMPARE
                         PERFORM RECORD-CALENDAR-STEP
                      END-IF
                   WHEN CC-REQ-CYCLE
                      PERFORM CHECK-RUN-CALENDAR
                      IF CAL-REASON = SPACES
                         MOVE 'CYCLE-SUMMARY' TO REQUEST-DESC
                         PERFORM CYCLE-SUMMARY
                         PERFORM RECORD-CALENDAR-STEP
                      END-IF
                   WHEN CC-REQ-HISTORY
                      IF CC-LOOKUP-ACCTNO = SPACES
                         MOVE 'REJECT-HISTORY' TO REQUEST-DESC
                   WHEN CC-REQ-EDIT-MODE
                      MOVE 'DECK-EDIT-ON'     TO REQUEST-DESC
                      PERFORM SET-EDIT-MODE
                   WHEN CC-REQ-REVERSE
                      IF CC-REV-REF NOT NUMERIC
                         MOVE 'REJECT-REVERSAL' TO REQUEST-DESC
                         PERFORM REJECT-CONTROL-RECORD
                      ELSE
                         MOVE 'REVERSE-POSTING' TO REQUEST-DESC
                         PERFORM REVERSE-POSTING
                      END-IF
                   WHEN CC-REQ-RELEASE
                      MOVE 'RELEASE-HELD'     TO REQUEST-DESC
                      PERFORM RELEASE-HELD-ITEM
                   WHEN CC-REQ-STANDING
                      IF CC-SI-ACCTNO = SPACES
                         MOVE 'REJECT-STANDING' TO REQUEST-DESC
                         PERFORM REJECT-CONTROL-RECORD
                      ELSE
                         IF STAGING-ON
                            MOVE 'STAGE-MAINT'  TO REQUEST-DESC
                            PERFORM STAGE-MAINT-CARD
                         ELSE
                            MOVE 'STANDING-ORDER' TO REQUEST-DESC
                            PERFORM MAINTAIN-STANDING-ORDER
                         END-IF
                      END-IF
                   WHEN CC-REQ-GEN-STANDING
                      MOVE 'STANDING-GENERATE' TO REQUEST-DESC
                      PERFORM GENERATE-STANDING-ORDERS
                   WHEN CC-REQ-TEMP-LIMIT
                      MOVE 'TEMP-LIMIT'       TO REQUEST-DESC
                      PERFORM MAINTAIN-TEMP-LIMIT
                   WHEN CC-REQ-TEMP-EXPIRY
                      MOVE 'TEMP-LIMIT-EXPIRY' TO REQUEST-DESC
                      PERFORM EXPIRE-TEMP-LIMITS
                   WHEN CC-REQ-LATE-FEE
                      MOVE 'LATE-FEE'         TO REQUEST-DESC
                      PERFORM ASSESS-LATE-FEES
                   WHEN CC-REQ-BUREAU
                      MOVE 'BUREAU-FILE'      TO REQUEST-DESC
                      PERFORM BUREAU-REPORT
                   WHEN CC-REQ-DORMANCY
                      MOVE 'DORMANCY'         TO REQUEST-DESC
                      PERFORM DORMANCY-PASS
                   WHEN CC-REQ-REACTIVATE
                      MOVE 'REACTIVATE'       TO REQUEST-DESC
                      PERFORM REACTIVATE-ACCOUNT
                   WHEN CC-REQ-GL-FEED
                      MOVE 'GL-FEED'          TO REQUEST-DESC
                      PERFORM GL-JOURNAL-FEED
                   WHEN CC-REQ-BUS-DATE
                      MOVE 'BUSINESS-DATE'    TO REQUEST-DESC
                      PERFORM BUSINESS-DATE-CONTROL
                   WHEN CC-REQ-PROOF
                      MOVE 'BALANCE-PROOF'    TO REQUEST-DESC
                      PERFORM BALANCE-PROOF
                   WHEN OTHER
                      MOVE 'REJECT-CODE'      TO REQUEST-DESC
                      PERFORM REJECT-CONTROL-RECORD
                .
      *
       PRINT-OVER-SURNAME.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   PERFORM PRINT-EXCEPTION-LINE
                   ADD 1 TO ROW-COUNT
                END-IF
                EXEC SQL FETCH CUR15 INTO :CUSTOMER-RECORD END-EXEC.
      *
       LIST-OVER-BY-ACCTNO.
                .
      *
       PRINT-OVER-ACCTNO.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   PERFORM PRINT-EXCEPTION-LINE
                   ADD 1 TO ROW-COUNT
                END-IF
                EXEC SQL FETCH CUR16 INTO :CUSTOMER-RECORD END-EXEC.
      *
       LIST-OVER-BY-BALANCE.
                .
      *
       PRINT-OVER-BALANCE.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   PERFORM PRINT-EXCEPTION-LINE
                   ADD 1 TO ROW-COUNT
                END-IF
                EXEC SQL FETCH CUR17 INTO :CUSTOMER-RECORD END-EXEC.
      *
       LIST-OVER-BY-OVERAGE.
                .
      *
       PRINT-OVER-OVERAGE.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   PERFORM PRINT-EXCEPTION-LINE
                   ADD 1 TO ROW-COUNT
                END-IF
                EXEC SQL FETCH CUR18 INTO :CUSTOMER-RECORD END-EXEC.
      *
       GET-OVER-LIMIT-ALL.
                .
      *
       PRINT-OVER-LIMIT.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   PERFORM PRINT-EXCEPTION-LINE
                   ADD 1 TO ROW-COUNT
                END-IF
                EXEC SQL FETCH CUR4  INTO :CUSTOMER-RECORD END-EXEC.
      *
       GET-OVER-LIMIT-BY-STATUS.
                .
      *
       PRINT-OVER-LIMIT-STATUS.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   PERFORM PRINT-EXCEPTION-LINE
                   ADD 1 TO ROW-COUNT
                END-IF
                EXEC SQL FETCH CUR8  INTO :CUSTOMER-RECORD END-EXEC.
      *
      * OVER-LIMIT-AGING - 'O' CONTROL RECORD: MATCH-MERGE TODAY'S
                IF AGE-DAYS < 1
                   MOVE 1 TO AGE-DAYS
                END-IF
                COMPUTE OVERAGE = ACCT-BALANCE - EFF-LIMIT.
                EVALUATE TRUE
                   WHEN AGE-DAYS <= 30
                      MOVE '1-30 DAYS  ' TO AGE-BUCKET-DESC
                WRITE SNAPNREC FROM NEWSNAP-RECORD.
                ADD 1 TO ROW-COUNT.
      *
      * FETCH-NEXT-OVERLIMIT - CUR6 SELECTS ON THE PERMANENT LIMIT, SO
      * A ROW WITHIN A TEMPORARY INCREASE STILL IN FORCE IS PASSED
      * OVER HERE: IT IS NOT OVER, AND DROPS OFF THE SNAPSHOT (OR
      * NEVER GOES ON) THE SAME AS A CLEARED ACCOUNT.
       FETCH-NEXT-OVERLIMIT.
                PERFORM FETCH-OVERLIMIT-ROW.
                PERFORM FETCH-OVERLIMIT-ROW
                     UNTIL SQLCODE NOT = ZERO
                        OR ACCT-BALANCE > EFF-LIMIT.
      *
       FETCH-OVERLIMIT-ROW.
                EXEC SQL FETCH CUR6  INTO :CUSTOMER-RECORD END-EXEC.
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
                   MOVE 'FETCH CUR6' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF.
                IF SQLCODE = 0
                   PERFORM SET-EFFECTIVE-LIMIT
                END-IF.
      *
       READ-NEXT-SNAPSHOT.
                READ OVLSNAP RECORD INTO SNAP-RECORD
                           ACCT-NO
                ELSE
                   MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                   IF (STATUS-FROZEN OR STATUS-CLOSED OR STATUS-DORMANT)
                      AND (CC-MAINT-LIMIT NOT = OLD-ACCT-LIMIT
                        OR CC-MAINT-BALANCE NOT = OLD-ACCT-BALANCE)
                      MOVE ZERO TO ROW-COUNT
                      DISPLAY 'SET-STATUS: NO ACCOUNT FOUND FOR '
                              ACCT-NO
                   ELSE
                      IF OLD-ACCT-RSRVD = 'DORMANT' AND STATUS-ACTIVE
                         MOVE 'REJECT-STATUS' TO REQUEST-DESC
                         DISPLAY 'SET-STATUS: ACCOUNT ' ACCT-NO
                                 ' IS DORMANT - REACTIVATE BY CARD'
                         PERFORM REJECT-CONTROL-RECORD
                      ELSE
                         PERFORM APPLY-STATUS-CHANGE
                      END-IF
                   END-IF
                END-IF.
      *
                      PERFORM DELETE-ACCOUNT
                   WHEN CC-REQ-SET-STATUS
                      PERFORM SET-ACCOUNT-STATUS
                   WHEN CC-REQ-STANDING
                      PERFORM MAINTAIN-STANDING-ORDER
                   WHEN OTHER
                      DISPLAY 'STAGED ITEM HAS INVALID REQUEST CODE '
                              CC-REQUEST-CODE
                   SET JRNFILE-OPEN TO TRUE
                END-IF.
      *
      * A TELLER ITEM WHOSE FINGERPRINT IS ALREADY ON THE POSTED-ITEM
      * REGISTER IS HELD FOR A SUPERVISOR INSTEAD OF BEING APPLIED;
      * AN ITEM THAT IS APPLIED HAS ITS FINGERPRINT REGISTERED.
       POST-ONE-TRANSACTION.
                MOVE SPACE  TO TRN-ORIGIN.
                MOVE SPACES TO TRN-SI-NO.
                PERFORM EDIT-TRANSACTION.
                IF POST-REASON = SPACES
                   PERFORM CHECK-TELLER-DUPLICATE
                   IF PIR-HIT > ZERO
                      PERFORM HOLD-TELLER-ITEM
                   ELSE
                      PERFORM APPLY-TRANSACTION
                      IF POST-REASON = SPACES
                         PERFORM REGISTER-TELLER-ITEM
                      END-IF
                   END-IF
                ELSE
                   PERFORM WRITE-POSTING-REJECT
                END-IF.
                END-IF
                IF POST-REASON = SPACES
                   MOVE POST-RSRVD TO STATUS-WORK
                   IF STATUS-CLOSED
                      OR (STATUS-FROZEN AND NOT POST-REVERSING)
                      MOVE 'ACCOUNT FROZEN OR CLOSED' TO POST-REASON
                   END-IF
                   IF STATUS-DORMANT AND NOT POST-REVERSING
                      MOVE 'ACCOUNT DORMANT' TO POST-REASON
                   END-IF
                END-IF
                IF POST-REASON = SPACES
                   MOVE TRN-AMOUNT TO POST-AMOUNT
                   ADD 1 TO ROW-COUNT
                   PERFORM NOTE-TABLE-MUTATION
                   PERFORM WRITE-POSTING-JOURNAL
                   PERFORM WRITE-POSTING-REFERENCE
                   PERFORM NOTE-CYCLE-ACTIVITY
                   PERFORM NOTE-GL-MOVEMENT
                END-IF.
      *
       WRITE-POSTING-JOURNAL.
                PERFORM FORMAT-RUN-TIME.
                ADD 1 TO PREF-SEQ.
                MOVE POST-OLD-BALANCE TO JRN-OLD-BAL-O.
                MOVE POST-NEW-BALANCE TO JRN-NEW-BAL-O.
                MOVE POST-AMOUNT      TO JRN-AMOUNT-O.
                MOVE SPACES TO JRN-LINK-W.
                IF POST-REVERSING
                   STRING ' REVERSES='        DELIMITED BY SIZE
                          POST-REVERSES    DELIMITED BY SIZE
                       INTO JRN-LINK-W
                   END-STRING
                END-IF.
                IF TRN-FROM-STANDING
                   STRING ' STANDING ORDER='  DELIMITED BY SIZE
                          TRN-SI-NO        DELIMITED BY SIZE
                       INTO JRN-LINK-W
                   END-STRING
                END-IF.
                MOVE SPACES TO JRNREC.
                STRING RUN-DATE-DISPLAY    DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       JRN-NEW-BAL-O       DELIMITED BY SIZE
                       ' SRC='                DELIMITED BY SIZE
                       TRN-SOURCE          DELIMITED BY SIZE
                       ' REF='                DELIMITED BY SIZE
                       POST-REF-W          DELIMITED BY SIZE
                       JRN-LINK-W          DELIMITED BY SIZE
                    INTO JRNREC
                END-STRING.
                WRITE JRNREC.
      *
      * WRITE-POSTING-REFERENCE - REGISTER THE POSTING JUST JOURNALED
      * UNDER ITS REFERENCE SO AN 'F' CARD CAN FIND IT AGAIN ON A
      * LATER RUN.
       WRITE-POSTING-REFERENCE.
                PERFORM SET-PREF-EXTEND.
                IF PREF-IN-EXTEND
                   MOVE SPACES        TO PRF-RECORD
                   MOVE POST-REF-W    TO PRF-REF
                   MOVE RUN-DATE-YMD  TO PRF-DATE
                   MOVE TRN-ACCTNO    TO PRF-ACCTNO
                   MOVE TRN-DC-CODE   TO PRF-DC-CODE
                   MOVE POST-AMOUNT   TO PRF-AMOUNT
                   MOVE TRN-SOURCE    TO PRF-SOURCE
                   MOVE POST-REVERSES TO PRF-REVERSES
                   MOVE TRN-ORIGIN    TO PRF-ORIGIN
                   WRITE PREFREC FROM PRF-RECORD
                END-IF.
      *
       WRITE-POSTING-REJECT.
                ADD 1 TO POST-REJECT-COUNT.
                   MOVE POST-OLD-BALANCE TO CYA-HI-BAL(CYA-HIT)
                END-IF.
                IF CYA-HIT > ZERO
                   IF POST-REVERSING
                      PERFORM BACK-OUT-CYCLE-ACTIVITY
                   ELSE
                      IF TRN-DEBIT
                         ADD 1           TO CYA-DR-COUNT(CYA-HIT)
                         ADD POST-AMOUNT TO CYA-DR-AMOUNT(CYA-HIT)
                      ELSE
                         ADD 1           TO CYA-CR-COUNT(CYA-HIT)
                         ADD POST-AMOUNT TO CYA-CR-AMOUNT(CYA-HIT)
                      END-IF
                   END-IF
                   IF POST-NEW-BALANCE > CYA-HI-BAL(CYA-HIT)
                      MOVE POST-NEW-BALANCE TO CYA-HI-BAL(CYA-HIT)
                   END-IF
                END-IF.
      *
      * BACK-OUT-CYCLE-ACTIVITY - A REVERSAL TAKES THE ORIGINAL
      * POSTING BACK OFF THE SIDE IT WAS COUNTED ON (A CREDIT
      * REVERSAL BACKS OUT A DEBIT AND VICE VERSA), SO THE MONTH-END
      * TOTALS AND TREND SHOW NET ACTIVITY.  WHEN THAT SIDE HAS
      * NOTHING LEFT TO BACK OUT THE ORIGINAL FELL IN A CYCLE ALREADY
      * SUMMARIZED, AND THE REVERSAL IS THIS CYCLE'S OWN ACTIVITY IN
      * ITS OWN DIRECTION.
       BACK-OUT-CYCLE-ACTIVITY.
                IF TRN-CREDIT
                   IF CYA-DR-COUNT(CYA-HIT) > ZERO
                      AND CYA-DR-AMOUNT(CYA-HIT) NOT < POST-AMOUNT
                      SUBTRACT 1           FROM CYA-DR-COUNT(CYA-HIT)
                      SUBTRACT POST-AMOUNT FROM CYA-DR-AMOUNT(CYA-HIT)
                   ELSE
                      ADD 1           TO CYA-CR-COUNT(CYA-HIT)
                      ADD POST-AMOUNT TO CYA-CR-AMOUNT(CYA-HIT)
                   END-IF
                ELSE
                   IF CYA-CR-COUNT(CYA-HIT) > ZERO
                      AND CYA-CR-AMOUNT(CYA-HIT) NOT < POST-AMOUNT
                      SUBTRACT 1           FROM CYA-CR-COUNT(CYA-HIT)
                      SUBTRACT POST-AMOUNT FROM CYA-CR-AMOUNT(CYA-HIT)
                   ELSE
                      ADD 1           TO CYA-DR-COUNT(CYA-HIT)
                      ADD POST-AMOUNT TO CYA-DR-AMOUNT(CYA-HIT)
                   END-IF
                END-IF.
      *
      * FIND-CYCLE-ENTRY - BISECT THE SORTED STORE FOR CYA-KEY-ACCT/
      * CYA-KEY-SRC.  LEAVES CYA-HIT AT THE MATCHING ENTRY (ZERO ON
      * A MISS) AND CYA-INS-AT AT THE SLOT WHERE THE KEY BELONGS -
                MOVE CYA-HI-BAL(CYA-SUB)    TO CYW-HI-BAL.
                WRITE CYCAREC FROM CYA-WORK-ENTRY.
      *
      * REVERSE-POSTING - 'F' CONTROL RECORD: BACK OUT ONE EARLIER
      * POSTING BY THE REFERENCE PRINTED ON ITS POSTJRN LINE.  THE
      * REGISTER IS SEARCHED FOR THE ORIGINAL; AN UNKNOWN REFERENCE,
      * A POSTING ALREADY REVERSED, OR A REFERENCE THAT IS ITSELF A
      * REVERSAL IS REFUSED TO POSTREJ.  OTHERWISE THE OPPOSITE
      * ENTRY, SAME AMOUNT AND TRN-SOURCE, GOES THROUGH THE NORMAL
      * APPLY/JOURNAL PATH - WHICH REFUSES A CLOSED ACCOUNT BUT,
      * FOR A REVERSAL ONLY, LETS A FROZEN ONE THROUGH SO A WRONG
      * POSTING CAN STILL BE CORRECTED.  LIKE A 'P' CARD THE POSTING
      * IS NOT IDEMPOTENT, SO A CHECKPOINT IS TAKEN AT ONCE.
       REVERSE-POSTING.
                PERFORM OPEN-POSTING-FILES.
                MOVE CC-REV-REF TO RVS-REF-W.
                PERFORM FIND-POSTING-REFERENCE.
                PERFORM EDIT-REVERSAL.
                IF POST-REASON = SPACES
                   MOVE SPACES      TO TRN-AREA
                   MOVE RVS-ACCTNO  TO TRN-ACCTNO
                   IF RVS-WAS-DEBIT
                      MOVE 'C' TO TRN-DC-CODE
                   ELSE
                      MOVE 'D' TO TRN-DC-CODE
                   END-IF
                   MOVE RVS-AMOUNT  TO TRN-AMOUNT
                   MOVE RVS-SOURCE  TO TRN-SOURCE
                   MOVE RVS-REF-W   TO POST-REVERSES
                   SET POST-REVERSING TO TRUE
                   PERFORM APPLY-TRANSACTION
                   MOVE 'N'    TO REVERSAL-SW
                   MOVE SPACES TO POST-REVERSES
                ELSE
                   PERFORM WRITE-REVERSAL-REJECT
                END-IF.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
      * FIND-POSTING-REFERENCE - ONE PASS OVER THE REGISTER FOR
      * RVS-REF-W: THE ORIGINAL POSTING, AND ANY EARLIER REVERSAL
      * THAT ALREADY NAMES IT.
       FIND-POSTING-REFERENCE.
                MOVE 'N' TO RVS-FOUND-SW.
                MOVE 'N' TO RVS-DONE-SW.
                MOVE SPACES TO RVS-ORIGINAL.
                PERFORM SET-PREF-INPUT.
                IF PREF-IN-INPUT
                   MOVE 'Y' TO PREF-SWITCH
                   READ PREFF RECORD INTO PRF-RECORD
                      AT END SET NOMORE-PREF TO TRUE
                   END-READ
                   PERFORM SCAN-POSTING-REFERENCE UNTIL NOMORE-PREF
                   CLOSE PREFF
                   SET PREF-CLOSED TO TRUE
                END-IF.
      *
       SCAN-POSTING-REFERENCE.
                IF PRF-REF = RVS-REF-W
                   SET RVS-FOUND TO TRUE
                   MOVE PRF-ACCTNO   TO RVS-ACCTNO
                   MOVE PRF-DC-CODE  TO RVS-DC-CODE
                   MOVE PRF-AMOUNT   TO RVS-AMOUNT
                   MOVE PRF-SOURCE   TO RVS-SOURCE
                   MOVE PRF-REVERSES TO RVS-REVERSES
                END-IF.
                IF PRF-REVERSES = RVS-REF-W
                   SET RVS-ALREADY-DONE TO TRUE
                END-IF.
                READ PREFF RECORD INTO PRF-RECORD
                   AT END SET NOMORE-PREF TO TRUE
                END-READ.
      *
       EDIT-REVERSAL.
                MOVE SPACES TO POST-REASON.
                EVALUATE TRUE
                   WHEN NOT RVS-FOUND
                      MOVE 'POSTING REFERENCE NOT ON FILE'
                        TO POST-REASON
                   WHEN RVS-REVERSES NOT = SPACES
                      MOVE 'REFERENCE IS ITSELF A REVERSAL'
                        TO POST-REASON
                   WHEN RVS-ALREADY-DONE
                      MOVE 'POSTING ALREADY REVERSED' TO POST-REASON
                END-EVALUATE.
      *
       WRITE-REVERSAL-REJECT.
                ADD 1 TO POST-REJECT-COUNT.
                MOVE 4 TO COND-CODE-WORK.
                PERFORM RAISE-CONDITION-CODE.
                MOVE SPACES TO PREJREC.
                STRING 'REVERSAL OF REF='     DELIMITED BY SIZE
                       RVS-REF-W           DELIMITED BY SIZE
                       ' REASON='             DELIMITED BY SIZE
                       POST-REASON         DELIMITED BY SIZE
                    INTO PREJREC
                END-STRING.
                WRITE PREJREC.
                DISPLAY 'REVERSAL REFUSED FOR REF ' RVS-REF-W
                        ' - ' POST-REASON.
      *
      * CHECK-TELLER-DUPLICATE / REGISTER-TELLER-ITEM - LOOK UP AND
      * RECORD THE FINGERPRINT OF THE TELLER ITEM IN TRN-AREA.  THE
      * BUSINESS DATE IS PART OF THE FINGERPRINT, SO THE SAME PAYMENT
      * KEYED ON ANOTHER DAY IS NOT A DUPLICATE.
       CHECK-TELLER-DUPLICATE.
                PERFORM LOAD-ITEM-REGISTER.
                MOVE SPACES        TO PIR-KEY-W.
                SET PIK-ITEM-KEY   TO TRUE.
                MOVE TRN-ACCTNO    TO PIK-ACCTNO.
                MOVE TRN-DC-CODE   TO PIK-DC-CODE.
                MOVE TRN-AMOUNT-X  TO PIK-AMOUNT-X.
                MOVE TRN-SOURCE    TO PIK-SOURCE.
                MOVE RUN-DATE-YMD  TO PIK-DATE.
                PERFORM FIND-REGISTER-ENTRY.
      *
       REGISTER-TELLER-ITEM.
                PERFORM CHECK-TELLER-DUPLICATE.
                PERFORM ADD-REGISTER-ENTRY.
      *
      * CHECK-DUPLICATE-BATCH / REGISTER-CLEARING-BATCH - THE SAME FOR
      * A CLEARING BATCH HEADER ID.  A BATCH WITH NO ID CANNOT BE
      * TOLD FROM ANY OTHER AND IS NEITHER CHECKED NOR REGISTERED.
       CHECK-DUPLICATE-BATCH.
                MOVE ZERO TO PIR-HIT.
                IF CLB-BATCH-ID NOT = SPACES
                   PERFORM LOAD-ITEM-REGISTER
                   MOVE SPACES        TO PIR-KEY-W
                   SET PIK-BATCH-KEY  TO TRUE
                   MOVE CLB-BATCH-ID  TO PIK-BATCH-ID
                   PERFORM FIND-REGISTER-ENTRY
                END-IF.
      *
       REGISTER-CLEARING-BATCH.
                IF CLB-BATCH-ID NOT = SPACES
                   PERFORM CHECK-DUPLICATE-BATCH
                   PERFORM ADD-REGISTER-ENTRY
                END-IF.
      *
      * ADD-REGISTER-ENTRY - FILE PIR-KEY-W IN ITS SORTED SLOT (LEFT
      * BY THE LOOKUP JUST DONE) UNLESS IT IS ALREADY THERE.
       ADD-REGISTER-ENTRY.
                IF PIR-HIT = ZERO
                   IF PIR-COUNT < PIR-MAX
                      ADD 1 TO PIR-COUNT
                      PERFORM SHIFT-REGISTER-ENTRY
                          VARYING PIR-SUB FROM PIR-COUNT BY -1
                            UNTIL PIR-SUB <= PIR-INS-AT
                      MOVE PIR-KEY-W    TO PIR-ID(PIR-INS-AT)
                      MOVE RUN-DATE-YMD TO PIR-DATE(PIR-INS-AT)
                      SET PIR-TOUCHED TO TRUE
                   ELSE
                      IF NOT PIR-FULL
                         SET PIR-FULL TO TRUE
                         DISPLAY 'POSTED-ITEM REGISTER FULL - LATER'
                                 ' ITEMS NOT PROTECTED AGAINST'
                                 ' DUPLICATION'
                      END-IF
                   END-IF
                END-IF.
      *
       SHIFT-REGISTER-ENTRY.
                COMPUTE PIR-SUB2 = PIR-SUB - 1.
                MOVE PIR-ENTRY(PIR-SUB2) TO PIR-ENTRY(PIR-SUB).
      *
      * FIND-REGISTER-ENTRY - BISECT THE REGISTER FOR PIR-KEY-W, THE
      * SAME WAY FIND-CYCLE-ENTRY WORKS THE ACTIVITY STORE.
       FIND-REGISTER-ENTRY.
                MOVE ZERO TO PIR-HIT.
                MOVE 1 TO PIR-LO.
                MOVE PIR-COUNT TO PIR-HI.
                COMPUTE PIR-INS-AT = PIR-COUNT + 1.
                PERFORM BISECT-ITEM-REGISTER
                     UNTIL PIR-LO > PIR-HI OR PIR-HIT > ZERO.
      *
       BISECT-ITEM-REGISTER.
                COMPUTE PIR-MID = (PIR-LO + PIR-HI) / 2.
                EVALUATE TRUE
                   WHEN PIR-ID(PIR-MID) = PIR-KEY-W
                      MOVE PIR-MID TO PIR-HIT
                   WHEN PIR-ID(PIR-MID) > PIR-KEY-W
                      MOVE PIR-MID TO PIR-INS-AT
                      COMPUTE PIR-HI = PIR-MID - 1
                   WHEN OTHER
                      COMPUTE PIR-LO = PIR-MID + 1
                END-EVALUATE.
      *
      * LOAD-ITEM-REGISTER / READ-ITEM-REGISTER / REWRITE-ITEM-
      * REGISTER - LOAD ON FIRST USE, REWRITE AT CHECKPOINT AND END
      * OF RUN.  THE RETENTION TRIM HAPPENS ON THE WAY IN: AN ENTRY
      * REGISTERED MORE THAN PIR-RETAIN-DAYS BEFORE THE BUSINESS DATE
      * IS NOT LOADED, AND THE REWRITE LEAVES IT OFF THE FILE.
       LOAD-ITEM-REGISTER.
                IF NOT PIR-LOADED
                   PERFORM READ-ITEM-REGISTER
                END-IF.
      *
       READ-ITEM-REGISTER.
                SET PIR-LOADED TO TRUE.
                MOVE ZERO TO PIR-COUNT.
                MOVE ZERO TO PIR-AGED-COUNT.
                COMPUTE PIR-CUTOFF-DAYNO =
                        FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD)
                        - PIR-RETAIN-DAYS.
                COMPUTE PIR-CUTOFF-DATE =
                        FUNCTION DATE-OF-INTEGER(PIR-CUTOFF-DAYNO).
                MOVE 'Y' TO PIR-READ-SWITCH.
                OPEN INPUT PITREG.
                IF PITREG-STATUS = '00' OR '05'
                   READ PITREG RECORD INTO PIR-WORK-ENTRY
                      AT END SET NOMORE-PITREG TO TRUE
                   END-READ
                   PERFORM STORE-REGISTER-ENTRY UNTIL NOMORE-PITREG
                   CLOSE PITREG
                   IF PIR-AGED-COUNT > ZERO
                      SET PIR-TOUCHED TO TRUE
                   END-IF
                ELSE
                   DISPLAY 'POSTED-ITEM REGISTER OPEN FAILED,'
                           ' STATUS ' PITREG-STATUS
                END-IF.
      *
      * THE FILE COMES BACK IN THE SORTED ORDER IT WAS WRITTEN, SO
      * EACH KEPT ENTRY LANDS AT THE END WITH NOTHING TO SHIFT.
       STORE-REGISTER-ENTRY.
                IF PIW-DATE < PIR-CUTOFF-DATE
                   ADD 1 TO PIR-AGED-COUNT
                ELSE
                   MOVE PIW-ID TO PIR-KEY-W
                   PERFORM FIND-REGISTER-ENTRY
                   IF PIR-HIT = ZERO
                      IF PIR-COUNT < PIR-MAX
                         ADD 1 TO PIR-COUNT
                         PERFORM SHIFT-REGISTER-ENTRY
                             VARYING PIR-SUB FROM PIR-COUNT BY -1
                               UNTIL PIR-SUB <= PIR-INS-AT
                         MOVE PIW-ID   TO PIR-ID(PIR-INS-AT)
                         MOVE PIW-DATE TO PIR-DATE(PIR-INS-AT)
                      ELSE
                         IF NOT PIR-FULL
                            SET PIR-FULL TO TRUE
                            DISPLAY 'POSTED-ITEM REGISTER FULL - EXTRA'
                                    ' ENTRIES DROPPED'
                         END-IF
                      END-IF
                   END-IF
                END-IF.
                READ PITREG RECORD INTO PIR-WORK-ENTRY
                   AT END SET NOMORE-PITREG TO TRUE
                END-READ.
      *
       REWRITE-ITEM-REGISTER.
                OPEN OUTPUT PITREG.
                PERFORM WRITE-REGISTER-ENTRY
                    VARYING PIR-SUB FROM 1 BY 1
                      UNTIL PIR-SUB > PIR-COUNT.
                CLOSE PITREG.
                MOVE 'N' TO PIR-TOUCH-SWITCH.
      *
       WRITE-REGISTER-ENTRY.
                MOVE SPACES              TO PIR-WORK-ENTRY.
                MOVE PIR-ID(PIR-SUB)     TO PIW-ID.
                MOVE PIR-DATE(PIR-SUB)   TO PIW-DATE.
                WRITE PITREC FROM PIR-WORK-ENTRY.
      *
      * HOLD-TELLER-ITEM - PARK A SUSPECTED DUPLICATE IN THE HELD-ITEM
      * STORE UNDER A HOLD SEQUENCE NUMBER FOR THE SUPERVISOR'S '1'
      * CARD.  A FULL STORE SENDS THE ITEM TO POSTREJ INSTEAD - IT
      * IS NEVER APPLIED UNSEEN.
       HOLD-TELLER-ITEM.
                PERFORM LOAD-HOLD-STORE.
                IF HLD-COUNT >= HLD-TABLE-MAX
                   MOVE 'SUSPECTED DUPLICATE - NOT HELD'
                     TO POST-REASON
                   PERFORM WRITE-POSTING-REJECT
                ELSE
                   ADD 1 TO HLD-COUNT
                   MOVE HLD-NEXT-SEQ  TO HLD-SEQ(HLD-COUNT)
                   ADD 1 TO HLD-NEXT-SEQ
                   MOVE RUN-DATE-YMD  TO HLD-DATE(HLD-COUNT)
                   MOVE SIGNED-OPER   TO HLD-OPER(HLD-COUNT)
                   MOVE TRN-AREA      TO HLD-ITEM(HLD-COUNT)
                   SET HLD-TOUCHED TO TRUE
                   ADD 1 TO HLD-HELD-COUNT
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   MOVE HLD-SEQ(HLD-COUNT) TO HLD-SEQ-EDIT
                   PERFORM WRITE-HELD-ITEM-LINE
                   DISPLAY 'SUSPECTED DUPLICATE HELD AS ITEM'
                           HLD-SEQ-EDIT ' FOR ACCT ' TRN-ACCTNO
                END-IF.
      *
       WRITE-HELD-ITEM-LINE.
                MOVE TRN-AMOUNT TO JRN-AMOUNT-O.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING '  HELD ITEM'         DELIMITED BY SIZE
                       HLD-SEQ-EDIT       DELIMITED BY SIZE
                       ' ACCT='              DELIMITED BY SIZE
                       TRN-ACCTNO         DELIMITED BY SIZE
                       ' '                   DELIMITED BY SIZE
                       TRN-DC-CODE        DELIMITED BY SIZE
                       ' AMT='               DELIMITED BY SIZE
                       JRN-AMOUNT-O       DELIMITED BY SIZE
                       ' SRC='               DELIMITED BY SIZE
                       TRN-SOURCE         DELIMITED BY SIZE
                       ' - SUSPECTED DUPLICATE, AWAITING RELEASE'
                                             DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
      * RELEASE-HELD-ITEM - '1' CONTROL RECORD: A SUPERVISOR EITHER
      * RELEASES A HELD ITEM, WHICH THEN GOES THROUGH THE NORMAL
      * EDIT/APPLY/JOURNAL PATH, OR DISCARDS IT AS A TRUE DUPLICATE.
      * THE SUPERVISOR MAY NOT BE THE OPERATOR WHO RAN THE POSTING
      * THAT HELD IT.  A RELEASE POSTS, SO LIKE A 'P' CARD IT IS
      * CHECKPOINTED AT ONCE.
       RELEASE-HELD-ITEM.
                PERFORM LOAD-HOLD-STORE.
                PERFORM EDIT-RELEASE-CARD.
                IF HLD-REASON NOT = SPACES
                   DISPLAY 'RELEASE: ' HLD-REASON
                   MOVE 'REJECT-RELEASE' TO REQUEST-DESC
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   MOVE HLD-SEQ(HLD-HIT) TO HLD-SEQ-EDIT
                   IF REL-DISCARD
                      ADD 1 TO HLD-DISCARD-COUNT
                      DISPLAY 'HELD ITEM' HLD-SEQ-EDIT
                              ' DISCARDED BY ' CC-REL-ID
                   ELSE
                      PERFORM OPEN-POSTING-FILES
                      MOVE HLD-ITEM(HLD-HIT) TO TRN-AREA
                      PERFORM EDIT-TRANSACTION
                      IF POST-REASON = SPACES
                         PERFORM APPLY-TRANSACTION
                      ELSE
                         PERFORM WRITE-POSTING-REJECT
                      END-IF
                      ADD 1 TO HLD-RELEASED-COUNT
                      DISPLAY 'HELD ITEM' HLD-SEQ-EDIT
                              ' RELEASED BY ' CC-REL-ID
                   END-IF
                   PERFORM REMOVE-HELD-ITEM
                   MOVE 1 TO ROW-COUNT
                   SET CHKPT-FLUSH-CYCLE TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   MOVE ZERO TO COMMIT-COUNT
                END-IF.
      *
      * EDIT-RELEASE-CARD - NUMERIC HOLD SEQUENCE, SUPERVISOR ID, A
      * VALID ACTION, AN ITEM STILL HELD, AND A SUPERVISOR OTHER THAN
      * THE OPERATOR WHO HELD IT - AND, WITH ENTITLEMENTS IN FORCE,
      * OTHER THAN THE OPERATOR SIGNED ON.  LEAVES THE REASON IN
      * HLD-REASON.
       EDIT-RELEASE-CARD.
                MOVE SPACES TO HLD-REASON.
                MOVE ZERO TO HLD-HIT.
                EVALUATE TRUE
                   WHEN CC-REL-SEQ NOT NUMERIC
                      MOVE 'HOLD SEQUENCE NOT NUMERIC' TO HLD-REASON
                   WHEN CC-REL-ID = SPACES
                      MOVE 'SUPERVISOR ID MISSING' TO HLD-REASON
                   WHEN NOT REL-ACTION-VALID
                      MOVE 'RELEASE ACTION INVALID' TO HLD-REASON
                   WHEN SECURITY-ON AND CC-REL-ID = SIGNED-OPER
                      MOVE 'OPERATOR CANNOT SELF-AUTHORIZE'
                        TO HLD-REASON
                   WHEN OTHER
                      MOVE CC-REL-SEQ TO HLD-SEQ-W
                      PERFORM FIND-HELD-ITEM
                      IF HLD-HIT = ZERO
                         MOVE 'NO HELD ITEM FOR SEQUENCE'
                           TO HLD-REASON
                      ELSE
                         IF HLD-OPER(HLD-HIT) = CC-REL-ID
                            MOVE 'SUPERVISOR RAN HELD POSTING'
                              TO HLD-REASON
                         END-IF
                      END-IF
                END-EVALUATE.
      *
       FIND-HELD-ITEM.
                MOVE ZERO TO HLD-HIT.
                PERFORM SCAN-HELD-ITEM
                    VARYING HLD-SUB FROM 1 BY 1
                      UNTIL HLD-SUB > HLD-COUNT.
      *
       SCAN-HELD-ITEM.
                IF HLD-SEQ(HLD-SUB) = HLD-SEQ-W AND HLD-HIT = ZERO
                   MOVE HLD-SUB TO HLD-HIT
                END-IF.
      *
       REMOVE-HELD-ITEM.
                MOVE HLD-HIT TO HLD-SUB.
                PERFORM SHIFT-HELD-ENTRY
                    UNTIL HLD-SUB >= HLD-COUNT.
                SUBTRACT 1 FROM HLD-COUNT.
                SET HLD-TOUCHED TO TRUE.
      *
       SHIFT-HELD-ENTRY.
                COMPUTE HLD-SUB2 = HLD-SUB + 1.
                MOVE HLD-ENTRY(HLD-SUB2) TO HLD-ENTRY(HLD-SUB).
                ADD 1 TO HLD-SUB.
      *
      * LOAD-HOLD-STORE / READ-HOLD-FILE / REWRITE-HOLD-FILE - SAME
      * CONVENTION AS THE PENDING STORE.
       LOAD-HOLD-STORE.
                IF NOT HLD-LOADED
                   PERFORM READ-HOLD-FILE
                END-IF.
      *
       READ-HOLD-FILE.
                SET HLD-LOADED TO TRUE.
                MOVE ZERO TO HLD-COUNT.
                MOVE 1 TO HLD-NEXT-SEQ.
                MOVE 'Y' TO HOLD-READ-SWITCH.
                OPEN INPUT HOLDF.
                IF HOLD-STATUS = '00' OR '05'
                   READ HOLDF RECORD INTO HLD-WORK-ENTRY
                      AT END SET NOMORE-HOLD TO TRUE
                   END-READ
                   PERFORM STORE-HELD-ENTRY UNTIL NOMORE-HOLD
                   CLOSE HOLDF
                ELSE
                   DISPLAY 'HELD-ITEM STORE OPEN FAILED, STATUS '
                           HOLD-STATUS
                END-IF.
      *
       STORE-HELD-ENTRY.
                IF HLD-COUNT < HLD-TABLE-MAX
                   ADD 1 TO HLD-COUNT
                   MOVE HLD-WORK-ENTRY TO HLD-ENTRY(HLD-COUNT)
                   IF HLW-SEQ >= HLD-NEXT-SEQ
                      COMPUTE HLD-NEXT-SEQ = HLW-SEQ + 1
                   END-IF
                ELSE
                   MOVE HLW-SEQ TO HLD-SEQ-EDIT
                   DISPLAY 'HELD-ITEM STORE FULL - ITEM' HLD-SEQ-EDIT
                           ' DROPPED'
                END-IF.
                READ HOLDF RECORD INTO HLD-WORK-ENTRY
                   AT END SET NOMORE-HOLD TO TRUE
                END-READ.
      *
       REWRITE-HOLD-FILE.
                OPEN OUTPUT HOLDF.
                PERFORM WRITE-HELD-ENTRY
                    VARYING HLD-SUB FROM 1 BY 1
                      UNTIL HLD-SUB > HLD-COUNT.
                CLOSE HOLDF.
      *
       WRITE-HELD-ENTRY.
                MOVE HLD-ENTRY(HLD-SUB) TO HLD-WORK-ENTRY.
                WRITE HOLDREC FROM HLD-WORK-ENTRY.
      *
      * MAINTAIN-STANDING-ORDER - '2' CONTROL RECORD, LIVE OR FROM THE
      * PENDING STORE ON A 'V' APPROVAL: ADD, AMEND, SUSPEND, RESUME
      * OR CANCEL ONE STANDING INSTRUCTION.  NOTHING POSTS HERE - THE
      * DAILY '3' STEP DOES THE POSTING.  A RESUMED INSTRUCTION PICKS
      * UP AT ITS FIRST DUE DATE ON OR AFTER TODAY; THE OCCURRENCES
      * THAT FELL DUE WHILE IT WAS SUSPENDED ARE NOT MADE UP.
       MAINTAIN-STANDING-ORDER.
                PERFORM LOAD-STANDING-ORDERS.
                PERFORM EDIT-STANDING-CARD.
                IF SOR-REASON NOT = SPACES
                   DISPLAY 'STANDING ORDER: ACCT ' CC-SI-ACCTNO
                           ' NO ' CC-SI-NO ' - ' SOR-REASON
                   MOVE 'REJECT-STANDING' TO REQUEST-DESC
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   EVALUATE TRUE
                      WHEN SI-ADD
                         PERFORM ADD-STANDING-ORDER
                         MOVE 'ADDED'     TO SOR-ACTION-DESC
                      WHEN SI-AMEND
                         PERFORM AMEND-STANDING-ORDER
                         MOVE 'AMENDED'   TO SOR-ACTION-DESC
                      WHEN SI-SUSPEND
                         MOVE 'S' TO SOR-STATE(SOR-HIT)
                         MOVE 'SUSPENDED' TO SOR-ACTION-DESC
                      WHEN SI-RESUME
                         PERFORM RESUME-STANDING-ORDER
                         MOVE 'RESUMED'   TO SOR-ACTION-DESC
                      WHEN SI-CANCEL
                         PERFORM REMOVE-STANDING-ORDER
                         MOVE 'CANCELLED' TO SOR-ACTION-DESC
                   END-EVALUATE
                   SET SOR-TOUCHED TO TRUE
                   MOVE 1 TO ROW-COUNT
                   DISPLAY 'STANDING ORDER: ACCT ' CC-SI-ACCTNO
                           ' NO ' CC-SI-NO ' ' SOR-ACTION-DESC
                END-IF.
      *
      * EDIT-STANDING-CARD - THE KEY, THE ACTION, THE INSTRUCTION ON
      * FILE (OR NOT, FOR AN ADD), EVERY TERM AN ADD NEEDS AND EVERY
      * TERM AN AMEND KEYS.  AN ADD ALSO NEEDS THE ACCOUNT ON FILE
      * AND NOT CLOSED.  LEAVES THE REASON IN SOR-REASON, THE
      * INSTRUCTION IN SOR-HIT, AND THE RESULTING DUE AND END DATES
      * IN SOR-NEW-DUE AND SOR-NEW-END.
       EDIT-STANDING-CARD.
                MOVE SPACES TO SOR-REASON.
                MOVE ZERO TO SOR-HIT.
                EVALUATE TRUE
                   WHEN CC-SI-ACCTNO = SPACES
                      MOVE 'ACCOUNT NUMBER MISSING' TO SOR-REASON
                   WHEN CC-SI-NO NOT NUMERIC
                      MOVE 'INSTRUCTION NUMBER NOT NUMERIC'
                        TO SOR-REASON
                   WHEN NOT SI-ACTION-VALID
                      MOVE 'INSTRUCTION ACTION INVALID' TO SOR-REASON
                   WHEN OTHER
                      PERFORM FIND-STANDING-ORDER
                      EVALUATE TRUE
                         WHEN SI-ADD AND SOR-HIT > ZERO
                            MOVE 'INSTRUCTION ALREADY ON FILE'
                              TO SOR-REASON
                         WHEN SI-ADD AND SOR-COUNT >= SOR-TABLE-MAX
                            MOVE 'STANDING ORDER FILE FULL'
                              TO SOR-REASON
                         WHEN SI-ADD
                            PERFORM EDIT-STANDING-TERMS
                         WHEN SOR-HIT = ZERO
                            MOVE 'INSTRUCTION NOT ON FILE'
                              TO SOR-REASON
                         WHEN SI-AMEND
                            PERFORM EDIT-STANDING-AMEND
                         WHEN SI-SUSPEND AND SOR-SUSPENDED(SOR-HIT)
                            MOVE 'INSTRUCTION ALREADY SUSPENDED'
                              TO SOR-REASON
                         WHEN SI-RESUME AND NOT SOR-SUSPENDED(SOR-HIT)
                            MOVE 'INSTRUCTION NOT SUSPENDED'
                              TO SOR-REASON
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
                END-EVALUATE.
                IF SOR-REASON = SPACES AND SI-ADD
                   MOVE CC-SI-ACCTNO TO ACCT-NO
                   PERFORM FETCH-PRIOR-IMAGE
                   IF PRIOR-IMAGE-MISSING
                      MOVE 'ACCOUNT NOT ON FILE' TO SOR-REASON
                   ELSE
                      MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                      IF STATUS-CLOSED
                         MOVE 'ACCOUNT CLOSED' TO SOR-REASON
                      END-IF
                   END-IF
                END-IF.
      *
       EDIT-STANDING-TERMS.
                MOVE ZERO TO SOR-NEW-DUE.
                MOVE ZERO TO SOR-NEW-END.
                EVALUATE TRUE
                   WHEN NOT SI-DC-VALID
                      MOVE 'DEBIT/CREDIT CODE INVALID' TO SOR-REASON
                   WHEN CC-SI-AMOUNT-X NOT NUMERIC
                      MOVE 'AMOUNT NOT NUMERIC' TO SOR-REASON
                   WHEN CC-SI-AMOUNT = ZERO
                      MOVE 'AMOUNT IS ZERO' TO SOR-REASON
                   WHEN CC-SI-SOURCE = SPACES
                      MOVE 'TRN-SOURCE MISSING' TO SOR-REASON
                   WHEN NOT SI-FREQ-VALID
                      MOVE 'FREQUENCY NOT W, M OR Q' TO SOR-REASON
                   WHEN CC-SI-NEXT-DUE = SPACES
                      MOVE 'FIRST DUE DATE MISSING' TO SOR-REASON
                   WHEN OTHER
                      PERFORM EDIT-STANDING-DATES
                END-EVALUATE.
      *
       EDIT-STANDING-AMEND.
                MOVE SOR-NEXT-DUE(SOR-HIT) TO SOR-NEW-DUE.
                MOVE SOR-END-DATE(SOR-HIT) TO SOR-NEW-END.
                EVALUATE TRUE
                   WHEN CC-SI-DC-CODE = SPACE
                    AND CC-SI-AMOUNT-X = SPACES
                    AND CC-SI-SOURCE = SPACES
                    AND CC-SI-FREQ = SPACE
                    AND CC-SI-NEXT-DUE = SPACES
                    AND CC-SI-END-DATE = SPACES
                      MOVE 'NOTHING TO AMEND' TO SOR-REASON
                   WHEN CC-SI-DC-CODE NOT = SPACE AND NOT SI-DC-VALID
                      MOVE 'DEBIT/CREDIT CODE INVALID' TO SOR-REASON
                   WHEN CC-SI-AMOUNT-X NOT = SPACES
                    AND CC-SI-AMOUNT-X NOT NUMERIC
                      MOVE 'AMOUNT NOT NUMERIC' TO SOR-REASON
                   WHEN CC-SI-AMOUNT-X = ZEROS
                      MOVE 'AMOUNT IS ZERO' TO SOR-REASON
                   WHEN CC-SI-FREQ NOT = SPACE AND NOT SI-FREQ-VALID
                      MOVE 'FREQUENCY NOT W, M OR Q' TO SOR-REASON
                   WHEN OTHER
                      PERFORM EDIT-STANDING-DATES
                END-EVALUATE.
      *
      * EDIT-STANDING-DATES - A KEYED NEXT DUE DATE MUST BE A REAL
      * DATE NO EARLIER THAN TODAY (AN EARLIER ONE WOULD MAKE THE
      * NEXT '3' STEP POST CATCH-UP PAYMENTS); A KEYED END DATE MUST
      * BE ZERO OR A REAL DATE; AND THE END DATE, IF ANY, MAY NOT
      * FALL BEFORE THE NEXT DUE DATE.
       EDIT-STANDING-DATES.
                IF CC-SI-NEXT-DUE NOT = SPACES
                   IF CC-SI-NEXT-DUE NOT NUMERIC
                      MOVE 'NEXT DUE DATE INVALID' TO SOR-REASON
                   ELSE
                      MOVE CC-SI-NEXT-DUE-N TO SOR-DATE-YMD
                      PERFORM EDIT-STANDING-DATE
                      IF NOT SOR-DATE-OK
                         MOVE 'NEXT DUE DATE INVALID' TO SOR-REASON
                      ELSE
                         IF SOR-DATE-YMD < RUN-DATE-YMD
                            MOVE 'NEXT DUE DATE ALREADY PASSED'
                              TO SOR-REASON
                         ELSE
                            MOVE SOR-DATE-YMD TO SOR-NEW-DUE
                         END-IF
                      END-IF
                   END-IF
                END-IF.
                IF SOR-REASON = SPACES AND CC-SI-END-DATE NOT = SPACES
                   IF CC-SI-END-DATE NOT NUMERIC
                      MOVE 'END DATE INVALID' TO SOR-REASON
                   ELSE
                      MOVE CC-SI-END-DATE-N TO SOR-DATE-YMD
                      IF SOR-DATE-YMD = ZERO
                         MOVE ZERO TO SOR-NEW-END
                      ELSE
                         PERFORM EDIT-STANDING-DATE
                         IF SOR-DATE-OK
                            MOVE SOR-DATE-YMD TO SOR-NEW-END
                         ELSE
                            MOVE 'END DATE INVALID' TO SOR-REASON
                         END-IF
                      END-IF
                   END-IF
                END-IF.
                IF SOR-REASON = SPACES
                   AND SOR-NEW-END NOT = ZERO
                   AND SOR-NEW-END < SOR-NEW-DUE
                   MOVE 'END DATE BEFORE NEXT DUE DATE' TO SOR-REASON
                END-IF.
      *
      * EDIT-STANDING-DATE - SOR-DATE-YMD IS A REAL CALENDAR DATE.
       EDIT-STANDING-DATE.
                MOVE 'N' TO SOR-DATE-OK-SW.
                IF SDW-YYYY >= 1601 AND SDW-YYYY < 9999
                   AND SDW-MM >= 1 AND SDW-MM <= 12
                   AND SDW-DD >= 1
                   PERFORM SET-STANDING-MONTH-DAYS
                   IF SDW-DD <= SOR-MONTH-DAYS
                      SET SOR-DATE-OK TO TRUE
                   END-IF
                END-IF.
      *
      * SET-STANDING-MONTH-DAYS - THE NUMBER OF DAYS IN THE MONTH OF
      * SOR-DATE-YMD: THE FIRST OF THE FOLLOWING MONTH LESS THE FIRST
      * OF THIS ONE.
       SET-STANDING-MONTH-DAYS.
                MOVE SDW-YYYY TO SMW-YYYY.
                MOVE SDW-MM   TO SMW-MM.
                MOVE 1        TO SMW-DD.
                COMPUTE SOR-DAYNO =
                        FUNCTION INTEGER-OF-DATE(SOR-MONTH-YMD).
                IF SMW-MM = 12
                   MOVE 1 TO SMW-MM
                   ADD 1 TO SMW-YYYY
                ELSE
                   ADD 1 TO SMW-MM
                END-IF.
                COMPUTE SOR-MONTH-DAYS =
                        FUNCTION INTEGER-OF-DATE(SOR-MONTH-YMD)
                        - SOR-DAYNO.
      *
       ADD-STANDING-ORDER.
                ADD 1 TO SOR-COUNT.
                MOVE SPACES          TO SOR-ENTRY(SOR-COUNT).
                MOVE CC-SI-ACCTNO    TO SOR-ACCTNO(SOR-COUNT).
                MOVE CC-SI-NO        TO SOR-NO(SOR-COUNT).
                MOVE CC-SI-DC-CODE   TO SOR-DC-CODE(SOR-COUNT).
                MOVE CC-SI-AMOUNT    TO SOR-AMOUNT(SOR-COUNT).
                MOVE CC-SI-SOURCE    TO SOR-SOURCE(SOR-COUNT).
                MOVE CC-SI-FREQ      TO SOR-FREQ(SOR-COUNT).
                MOVE SOR-NEW-DUE     TO SOR-NEXT-DUE(SOR-COUNT).
                MOVE SOR-NEW-END     TO SOR-END-DATE(SOR-COUNT).
                MOVE SOR-NEW-DUE     TO SOR-DATE-YMD.
                MOVE SDW-DD          TO SOR-DAY(SOR-COUNT).
                MOVE 'A'             TO SOR-STATE(SOR-COUNT).
                MOVE ZERO            TO SOR-LAST-RUN(SOR-COUNT).
      *
       AMEND-STANDING-ORDER.
                IF CC-SI-DC-CODE NOT = SPACE
                   MOVE CC-SI-DC-CODE TO SOR-DC-CODE(SOR-HIT)
                END-IF.
                IF CC-SI-AMOUNT-X NOT = SPACES
                   MOVE CC-SI-AMOUNT  TO SOR-AMOUNT(SOR-HIT)
                END-IF.
                IF CC-SI-SOURCE NOT = SPACES
                   MOVE CC-SI-SOURCE  TO SOR-SOURCE(SOR-HIT)
                END-IF.
                IF CC-SI-FREQ NOT = SPACE
                   MOVE CC-SI-FREQ    TO SOR-FREQ(SOR-HIT)
                END-IF.
                IF CC-SI-NEXT-DUE NOT = SPACES
                   MOVE SOR-NEW-DUE   TO SOR-NEXT-DUE(SOR-HIT)
                   MOVE SOR-NEW-DUE   TO SOR-DATE-YMD
                   MOVE SDW-DD        TO SOR-DAY(SOR-HIT)
                END-IF.
                MOVE SOR-NEW-END      TO SOR-END-DATE(SOR-HIT).
      *
       RESUME-STANDING-ORDER.
                MOVE 'A' TO SOR-STATE(SOR-HIT).
                MOVE SOR-HIT TO SOR-SUB.
                PERFORM ROLL-STANDING-DUE
                    UNTIL SOR-NEXT-DUE(SOR-SUB) >= RUN-DATE-YMD.
      *
       REMOVE-STANDING-ORDER.
                MOVE SOR-HIT TO SOR-SUB.
                PERFORM SHIFT-STANDING-ENTRY
                    UNTIL SOR-SUB >= SOR-COUNT.
                SUBTRACT 1 FROM SOR-COUNT.
      *
       SHIFT-STANDING-ENTRY.
                COMPUTE SOR-SUB2 = SOR-SUB + 1.
                MOVE SOR-ENTRY(SOR-SUB2) TO SOR-ENTRY(SOR-SUB).
                ADD 1 TO SOR-SUB.
      *
       FIND-STANDING-ORDER.
                MOVE ZERO TO SOR-HIT.
                PERFORM SCAN-STANDING-ORDER
                    VARYING SOR-SUB FROM 1 BY 1
                      UNTIL SOR-SUB > SOR-COUNT.
      *
       SCAN-STANDING-ORDER.
                IF SOR-ACCTNO(SOR-SUB) = CC-SI-ACCTNO
                   AND SOR-NO(SOR-SUB) = CC-SI-NO
                   AND SOR-HIT = ZERO
                   MOVE SOR-SUB TO SOR-HIT
                END-IF.
      *
      * ROLL-STANDING-DUE - MOVE ONE INSTRUCTION'S NEXT DUE DATE ON BY
      * ITS FREQUENCY.  MONTHLY AND QUARTERLY KEEP THE DAY OF THE
      * MONTH THE INSTRUCTION WAS SET UP FOR, PULLED BACK TO THE LAST
      * DAY OF A SHORTER MONTH.
       ROLL-STANDING-DUE.
                MOVE SOR-NEXT-DUE(SOR-SUB) TO SOR-DATE-YMD.
                IF SOR-WEEKLY(SOR-SUB)
                   COMPUTE SOR-DAYNO =
                           FUNCTION INTEGER-OF-DATE(SOR-DATE-YMD) + 7
                   COMPUTE SOR-DATE-YMD =
                           FUNCTION DATE-OF-INTEGER(SOR-DAYNO)
                ELSE
                   IF SOR-QUARTERLY(SOR-SUB)
                      MOVE 3 TO SOR-MONTHS
                   ELSE
                      MOVE 1 TO SOR-MONTHS
                   END-IF
                   ADD SOR-MONTHS TO SDW-MM
                   IF SDW-MM > 12
                      SUBTRACT 12 FROM SDW-MM
                      ADD 1 TO SDW-YYYY
                   END-IF
                   PERFORM SET-STANDING-MONTH-DAYS
                   IF SOR-DAY(SOR-SUB) > SOR-MONTH-DAYS
                      MOVE SOR-MONTH-DAYS   TO SDW-DD
                   ELSE
                      MOVE SOR-DAY(SOR-SUB) TO SDW-DD
                   END-IF
                END-IF.
                MOVE SOR-DATE-YMD TO SOR-NEXT-DUE(SOR-SUB).
      *
      * GENERATE-STANDING-ORDERS - '3' CONTROL RECORD, RUN DAILY: EACH
      * LIVE INSTRUCTION DUE ON OR BEFORE TODAY IS POSTED THROUGH THE
      * SAME EDIT/APPLY/JOURNAL PATH AS A TRANF CARD AND ITS NEXT DUE
      * DATE ROLLED ON.  A MISSED RUN IS MADE UP - EVERY OCCURRENCE
      * STILL DUE POSTS SEPARATELY.  AN INSTRUCTION ON A FROZEN OR
      * CLOSED ACCOUNT IS NOT POSTED: THE OCCURRENCE IS LISTED AS AN
      * EXCEPTION FOR FOLLOW-UP AND THE DUE DATE STILL ROLLS, SO THE
      * PAYMENT DOES NOT GO THROUGH LATE WHEN THE ACCOUNT IS
      * RELEASED.  AN INSTRUCTION PAST ITS END DATE IS DROPPED.  LIKE
      * A 'P' CARD THE POSTINGS ARE NOT IDEMPOTENT, SO THE ROLLED
      * DATES AND THE POSTINGS GO OUT TOGETHER ON ONE CHECKPOINT.
       GENERATE-STANDING-ORDERS.
                PERFORM OPEN-POSTING-FILES.
                PERFORM LOAD-STANDING-ORDERS.
                MOVE ZERO TO SOR-GEN-COUNT
                             SOR-SKIP-COUNT
                             SOR-ENDED-COUNT
                             SOR-DR-TOTAL
                             SOR-CR-TOTAL.
                PERFORM WRITE-STANDING-HEADER.
                PERFORM GENERATE-ONE-INSTRUCTION
                    VARYING SOR-SUB FROM 1 BY 1
                      UNTIL SOR-SUB > SOR-COUNT.
                MOVE ZERO TO SOR-SUB2.
                PERFORM KEEP-STANDING-ENTRY
                    VARYING SOR-SUB FROM 1 BY 1
                      UNTIL SOR-SUB > SOR-COUNT.
                MOVE SOR-SUB2 TO SOR-COUNT.
                PERFORM WRITE-STANDING-TRAILER.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
       GENERATE-ONE-INSTRUCTION.
                IF SOR-LIVE(SOR-SUB)
                   PERFORM GENERATE-ONE-OCCURRENCE
                       UNTIL SOR-NEXT-DUE(SOR-SUB) > RUN-DATE-YMD
                          OR SOR-ENDED(SOR-SUB)
                END-IF.
      *
       GENERATE-ONE-OCCURRENCE.
                IF SOR-END-DATE(SOR-SUB) = ZERO
                   OR SOR-NEXT-DUE(SOR-SUB) NOT > SOR-END-DATE(SOR-SUB)
                   PERFORM POST-STANDING-OCCURRENCE
                   MOVE SOR-NEXT-DUE(SOR-SUB) TO SOR-LAST-RUN(SOR-SUB)
                   PERFORM ROLL-STANDING-DUE
                END-IF.
                IF SOR-END-DATE(SOR-SUB) NOT = ZERO
                   AND SOR-NEXT-DUE(SOR-SUB) > SOR-END-DATE(SOR-SUB)
                   MOVE 'E' TO SOR-STATE(SOR-SUB)
                   ADD 1 TO SOR-ENDED-COUNT
                END-IF.
                SET SOR-TOUCHED TO TRUE.
      *
      * POST-STANDING-OCCURRENCE - THE ACCOUNT IS CHECKED HERE RATHER
      * THAN LEFT TO APPLY-TRANSACTION SO THAT A FROZEN OR CLOSED
      * ACCOUNT LANDS ON THE EXCEPTION LIST WITH ITS INSTRUCTION,
      * NOT JUST ON POSTREJ.
       POST-STANDING-OCCURRENCE.
                MOVE SPACES TO SOR-REASON.
                MOVE SOR-ACCTNO(SOR-SUB) TO ACCT-NO.
                PERFORM FETCH-PRIOR-IMAGE.
                IF PRIOR-IMAGE-MISSING
                   MOVE 'ACCOUNT NOT ON FILE' TO SOR-REASON
                ELSE
                   MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                   IF STATUS-FROZEN
                      MOVE 'ACCOUNT FROZEN' TO SOR-REASON
                   END-IF
                   IF STATUS-DORMANT
                      MOVE 'ACCOUNT DORMANT' TO SOR-REASON
                   END-IF
                   IF STATUS-CLOSED
                      MOVE 'ACCOUNT CLOSED' TO SOR-REASON
                   END-IF
                END-IF.
                IF SOR-REASON = SPACES
                   MOVE SPACES                TO TRN-AREA
                   MOVE SOR-ACCTNO(SOR-SUB)   TO TRN-ACCTNO
                   MOVE SOR-DC-CODE(SOR-SUB)  TO TRN-DC-CODE
                   MOVE SOR-AMOUNT(SOR-SUB)   TO TRN-AMOUNT
                   MOVE SOR-SOURCE(SOR-SUB)   TO TRN-SOURCE
                   SET TRN-FROM-STANDING      TO TRUE
                   MOVE SOR-NO(SOR-SUB)       TO TRN-SI-NO
                   PERFORM EDIT-TRANSACTION
                   IF POST-REASON = SPACES
                      PERFORM APPLY-TRANSACTION
                   ELSE
                      PERFORM WRITE-POSTING-REJECT
                   END-IF
                   MOVE POST-REASON TO SOR-REASON
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                END-IF.
                IF SOR-REASON = SPACES
                   ADD 1 TO SOR-GEN-COUNT
                   IF TRN-DEBIT
                      ADD SOR-AMOUNT(SOR-SUB) TO SOR-DR-TOTAL
                   ELSE
                      ADD SOR-AMOUNT(SOR-SUB) TO SOR-CR-TOTAL
                   END-IF
                ELSE
                   ADD 1 TO SOR-SKIP-COUNT
                   PERFORM WRITE-STANDING-EXCEPTION
                END-IF.
      *
       KEEP-STANDING-ENTRY.
                IF NOT SOR-ENDED(SOR-SUB)
                   ADD 1 TO SOR-SUB2
                   IF SOR-SUB2 NOT = SOR-SUB
                      MOVE SOR-ENTRY(SOR-SUB) TO SOR-ENTRY(SOR-SUB2)
                   END-IF
                END-IF.
      *
       WRITE-STANDING-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'STANDING-ORDER GENERATION - DUE ON OR BEFORE '
                                              DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-STANDING-EXCEPTION.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SOR-AMOUNT(SOR-SUB) TO JRN-AMOUNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       SOR-ACCTNO(SOR-SUB)  DELIMITED BY SIZE
                       ' ORDER='               DELIMITED BY SIZE
                       SOR-NO(SOR-SUB)      DELIMITED BY SIZE
                       ' DUE='                 DELIMITED BY SIZE
                       SOR-NEXT-DUE(SOR-SUB) DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       SOR-DC-CODE(SOR-SUB) DELIMITED BY SIZE
                       ' AMT='                 DELIMITED BY SIZE
                       JRN-AMOUNT-O         DELIMITED BY SIZE
                       ' NOT POSTED - '        DELIMITED BY SIZE
                       SOR-REASON           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-STANDING-TRAILER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SOR-GEN-COUNT TO SOR-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'STANDING ORDERS POSTED: '
                                              DELIMITED BY SIZE
                       SOR-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE SOR-DR-TOTAL TO SOR-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'TOTAL DEBITS POSTED: '  DELIMITED BY SIZE
                       SOR-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE SOR-CR-TOTAL TO SOR-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'TOTAL CREDITS POSTED: ' DELIMITED BY SIZE
                       SOR-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE SOR-SKIP-COUNT TO SOR-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'OCCURRENCES NOT POSTED (LISTED ABOVE): '
                                              DELIMITED BY SIZE
                       SOR-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE SOR-ENDED-COUNT TO SOR-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'INSTRUCTIONS ENDED AND DROPPED: '
                                              DELIMITED BY SIZE
                       SOR-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 6 TO LINE-COUNT.
      *
      * LOAD-STANDING-ORDERS / READ-STANDING-FILE / REWRITE-STANDING-
      * FILE - SAME CONVENTION AS THE PENDING STORE.
       LOAD-STANDING-ORDERS.
                IF NOT SOR-LOADED
                   PERFORM READ-STANDING-FILE
                END-IF.
      *
       READ-STANDING-FILE.
                SET SOR-LOADED TO TRUE.
                MOVE ZERO TO SOR-COUNT.
                MOVE 'Y' TO SORD-READ-SWITCH.
                OPEN INPUT SORDF.
                IF SORD-STATUS = '00' OR '05'
                   READ SORDF RECORD INTO SOR-WORK-ENTRY
                      AT END SET NOMORE-SORD TO TRUE
                   END-READ
                   PERFORM STORE-STANDING-ENTRY UNTIL NOMORE-SORD
                   CLOSE SORDF
                ELSE
                   DISPLAY 'STANDING ORDER FILE OPEN FAILED, STATUS '
                           SORD-STATUS
                END-IF.
      *
       STORE-STANDING-ENTRY.
                IF SOR-COUNT < SOR-TABLE-MAX
                   ADD 1 TO SOR-COUNT
                   MOVE SOR-WORK-ENTRY TO SOR-ENTRY(SOR-COUNT)
                ELSE
                   DISPLAY 'STANDING ORDER TABLE FULL - ACCT '
                           SOW-ACCTNO ' ORDER ' SOW-NO ' DROPPED'
                END-IF.
                READ SORDF RECORD INTO SOR-WORK-ENTRY
                   AT END SET NOMORE-SORD TO TRUE
                END-READ.
      *
       REWRITE-STANDING-FILE.
                OPEN OUTPUT SORDF.
                PERFORM WRITE-STANDING-ENTRY
                    VARYING SOR-SUB FROM 1 BY 1
                      UNTIL SOR-SUB > SOR-COUNT.
                CLOSE SORDF.
      *
       WRITE-STANDING-ENTRY.
                MOVE SOR-ENTRY(SOR-SUB) TO SOR-WORK-ENTRY.
                WRITE SORDREC FROM SOR-WORK-ENTRY.
      *
      * MAINTAIN-TEMP-LIMIT - '4' CONTROL RECORD: GRANT AN ACCOUNT A
      * TEMPORARY LIMIT INCREASE (REPLACING ANY INCREASE ALREADY ON
      * FILE FOR IT), OR WITHDRAW ITS INCREASE EARLY.  THE LIMIT
      * COLUMN IS NOT TOUCHED - THE INCREASE APPLIES WHEREVER THE
      * EFFECTIVE LIMIT IS TAKEN.  A GRANT IS IMAGED ON HISTF AT ONCE;
      * A WITHDRAWAL IS IMAGED BY THE '5' STEP THAT DROPS IT.
       MAINTAIN-TEMP-LIMIT.
                PERFORM LOAD-TEMP-LIMITS.
                PERFORM EDIT-TEMP-LIMIT-CARD.
                IF TLM-REASON NOT = SPACES
                   DISPLAY 'TEMP LIMIT: ACCT ' CC-TL-ACCTNO
                           ' - ' TLM-REASON
                   MOVE 'REJECT-TEMP-LIMIT' TO REQUEST-DESC
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   IF TL-WITHDRAW
                      PERFORM WITHDRAW-TEMP-LIMIT
                      MOVE 'WITHDRAWN' TO TLM-ACTION-DESC
                   ELSE
                      PERFORM GRANT-TEMP-LIMIT
                      MOVE 'GRANTED'   TO TLM-ACTION-DESC
                   END-IF
                   SET TLM-TOUCHED TO TRUE
                   MOVE 1 TO ROW-COUNT
                   DISPLAY 'TEMP LIMIT: ACCT ' CC-TL-ACCTNO
                           ' ' TLM-ACTION-DESC
                           ' APPROVER ' CC-TL-APPROVER
                END-IF.
      *
      * EDIT-TEMP-LIMIT-CARD - THE KEY, THE ACTION AND THE APPROVER,
      * THEN THE TERMS OF A GRANT OR THE INCREASE A WITHDRAWAL NAMES.
      * WITH OPERATOR AUTHORIZATION IN FORCE THE APPROVER MAY NOT BE
      * THE OPERATOR KEYING THE CARD.  LEAVES THE REASON IN
      * TLM-REASON, THE ACCOUNT'S ENTRY (IF ANY) IN TLM-HIT, AND A
      * GRANT'S DATES IN TLM-NEW-START AND TLM-NEW-EXPIRY.
       EDIT-TEMP-LIMIT-CARD.
                MOVE SPACES TO TLM-REASON.
                MOVE CC-TL-ACCTNO TO TLM-KEY-W.
                PERFORM FIND-TEMP-LIMIT.
                EVALUATE TRUE
                   WHEN CC-TL-ACCTNO = SPACES
                      MOVE 'ACCOUNT NUMBER MISSING' TO TLM-REASON
                   WHEN NOT TL-ACTION-VALID
                      MOVE 'TEMP LIMIT ACTION INVALID' TO TLM-REASON
                   WHEN CC-TL-APPROVER = SPACES
                      MOVE 'APPROVING OPERATOR MISSING' TO TLM-REASON
                   WHEN SECURITY-ON AND CC-TL-APPROVER = SIGNED-OPER
                      MOVE 'OPERATOR MAY NOT SELF-APPROVE'
                        TO TLM-REASON
                   WHEN TL-WITHDRAW
                      PERFORM EDIT-TEMP-WITHDRAW
                   WHEN OTHER
                      PERFORM EDIT-TEMP-GRANT
                END-EVALUATE.
      *
       EDIT-TEMP-WITHDRAW.
                EVALUATE TRUE
                   WHEN TLM-HIT = ZERO
                      MOVE 'NO TEMP LIMIT ON FILE' TO TLM-REASON
                   WHEN TLM-WITHDRAWN(TLM-HIT)
                      MOVE 'TEMP LIMIT ALREADY WITHDRAWN'
                        TO TLM-REASON
                   WHEN TLM-EXPIRY(TLM-HIT) < RUN-DATE-YMD
                      MOVE 'TEMP LIMIT ALREADY EXPIRED' TO TLM-REASON
                END-EVALUATE.
      *
       EDIT-TEMP-GRANT.
                MOVE RUN-DATE-YMD TO TLM-NEW-START.
                MOVE ZERO TO TLM-NEW-EXPIRY.
                EVALUATE TRUE
                   WHEN CC-TL-LIMIT-X NOT NUMERIC
                      MOVE 'TEMP LIMIT NOT NUMERIC' TO TLM-REASON
                   WHEN CC-TL-LIMIT = ZERO
                      MOVE 'TEMP LIMIT IS ZERO' TO TLM-REASON
                   WHEN CC-TL-EXPIRY = SPACES
                      MOVE 'EXPIRY DATE MISSING' TO TLM-REASON
                   WHEN TLM-HIT = ZERO AND TLM-COUNT >= TLM-MAX
                      MOVE 'TEMP LIMIT FILE FULL' TO TLM-REASON
                   WHEN OTHER
                      PERFORM EDIT-TEMP-DATES
                END-EVALUATE.
                IF TLM-REASON = SPACES
                   PERFORM EDIT-TEMP-ACCOUNT
                END-IF.
      *
      * EDIT-TEMP-DATES - A KEYED START DATE AND THE EXPIRY DATE MUST
      * BE REAL DATES, THE EXPIRY NO EARLIER THAN THE START, AND THE
      * EXPIRY NOT ALREADY PASSED.  A START DATE IN THE PAST IS
      * ALLOWED - THE INCREASE IS SIMPLY IN FORCE FROM TODAY.
       EDIT-TEMP-DATES.
                IF CC-TL-START NOT = SPACES
                   IF CC-TL-START NOT NUMERIC
                      MOVE 'START DATE INVALID' TO TLM-REASON
                   ELSE
                      MOVE CC-TL-START-N TO SOR-DATE-YMD
                      PERFORM EDIT-STANDING-DATE
                      IF SOR-DATE-OK
                         MOVE SOR-DATE-YMD TO TLM-NEW-START
                      ELSE
                         MOVE 'START DATE INVALID' TO TLM-REASON
                      END-IF
                   END-IF
                END-IF.
                IF TLM-REASON = SPACES
                   IF CC-TL-EXPIRY NOT NUMERIC
                      MOVE 'EXPIRY DATE INVALID' TO TLM-REASON
                   ELSE
                      MOVE CC-TL-EXPIRY-N TO SOR-DATE-YMD
                      PERFORM EDIT-STANDING-DATE
                      IF SOR-DATE-OK
                         MOVE SOR-DATE-YMD TO TLM-NEW-EXPIRY
                      ELSE
                         MOVE 'EXPIRY DATE INVALID' TO TLM-REASON
                      END-IF
                   END-IF
                END-IF.
                IF TLM-REASON = SPACES
                   EVALUATE TRUE
                      WHEN TLM-NEW-EXPIRY < TLM-NEW-START
                         MOVE 'EXPIRY BEFORE START DATE' TO TLM-REASON
                      WHEN TLM-NEW-EXPIRY < RUN-DATE-YMD
                         MOVE 'EXPIRY DATE ALREADY PASSED'
                           TO TLM-REASON
                   END-EVALUATE
                END-IF.
      *
      * EDIT-TEMP-ACCOUNT - THE ACCOUNT MUST BE ON FILE AND OPEN FOR
      * BUSINESS, AND THE TEMPORARY LIMIT MUST BE AN INCREASE OVER
      * ITS PERMANENT LIMIT.  LEAVES THE ROW IN OLD-CUSTOMER-RECORD
      * FOR THE HISTF IMAGE.
       EDIT-TEMP-ACCOUNT.
                MOVE CC-TL-ACCTNO TO ACCT-NO.
                PERFORM FETCH-PRIOR-IMAGE.
                IF PRIOR-IMAGE-MISSING
                   MOVE 'ACCOUNT NOT ON FILE' TO TLM-REASON
                ELSE
                   MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                   EVALUATE TRUE
                      WHEN STATUS-FROZEN
                         MOVE 'ACCOUNT FROZEN' TO TLM-REASON
                      WHEN STATUS-CLOSED
                         MOVE 'ACCOUNT CLOSED' TO TLM-REASON
                      WHEN STATUS-DORMANT
                         MOVE 'ACCOUNT DORMANT' TO TLM-REASON
                      WHEN CC-TL-LIMIT NOT > OLD-ACCT-LIMIT
                         MOVE 'TEMP LIMIT NOT ABOVE PERMANENT'
                           TO TLM-REASON
                   END-EVALUATE
                END-IF.
      *
       GRANT-TEMP-LIMIT.
                IF TLM-HIT = ZERO
                   ADD 1 TO TLM-COUNT
                   PERFORM SHIFT-TEMP-LIMIT-UP
                       VARYING TLM-SUB FROM TLM-COUNT BY -1
                         UNTIL TLM-SUB <= TLM-INS-AT
                   MOVE TLM-INS-AT TO TLM-HIT
                END-IF.
                MOVE CC-TL-ACCTNO     TO TLM-ACCTNO(TLM-HIT).
                MOVE CC-TL-LIMIT      TO TLM-LIMIT(TLM-HIT).
                MOVE TLM-NEW-START    TO TLM-START(TLM-HIT).
                MOVE TLM-NEW-EXPIRY   TO TLM-EXPIRY(TLM-HIT).
                MOVE CC-TL-APPROVER   TO TLM-OPER(TLM-HIT).
                MOVE RUN-DATE-YMD     TO TLM-GRANTED(TLM-HIT).
                MOVE SPACE            TO TLM-STATE(TLM-HIT).
                MOVE SPACES           TO TLM-WD-OPER(TLM-HIT).
                MOVE SPACES TO TLM-COMMENT-W.
                STRING 'TEMP '               DELIMITED BY SIZE
                       TLM-NEW-START       DELIMITED BY SIZE
                       '-'                    DELIMITED BY SIZE
                       TLM-NEW-EXPIRY      DELIMITED BY SIZE
                       ' APPROVED BY '        DELIMITED BY SIZE
                       CC-TL-APPROVER      DELIMITED BY SIZE
                    INTO TLM-COMMENT-W
                END-STRING.
                MOVE CC-TL-LIMIT TO TLM-HIST-LIMIT.
                MOVE 'G' TO HST-TYPE.
                PERFORM WRITE-TEMP-LIMIT-HISTORY.
      *
       SHIFT-TEMP-LIMIT-UP.
                COMPUTE TLM-SUB2 = TLM-SUB - 1.
                MOVE TLM-ENTRY(TLM-SUB2) TO TLM-ENTRY(TLM-SUB).
      *
      * WITHDRAW-TEMP-LIMIT - END THE INCREASE YESTERDAY, SO IT IS NO
      * LONGER IN FORCE FROM THIS CARD ON AND THE NEXT '5' STEP
      * DROPS, LISTS AND IMAGES IT WITH THE OTHER LAPSED INCREASES.
       WITHDRAW-TEMP-LIMIT.
                COMPUTE TLM-DAYNO =
                        FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD) - 1.
                COMPUTE TLM-EXPIRY(TLM-HIT) =
                        FUNCTION DATE-OF-INTEGER(TLM-DAYNO).
                MOVE 'W'            TO TLM-STATE(TLM-HIT).
                MOVE CC-TL-APPROVER TO TLM-WD-OPER(TLM-HIT).
      *
      * SET-EFFECTIVE-LIMIT - THE LIMIT THE ROW IN CUSTOMER-RECORD IS
      * HELD TO TODAY.  A TEMPORARY INCREASE APPLIES FROM ITS START
      * DATE THROUGH ITS EXPIRY DATE, AND NEVER BELOW THE PERMANENT
      * LIMIT (A 'C' CARD MAY HAVE RAISED THAT PAST IT SINCE).
       SET-EFFECTIVE-LIMIT.
                PERFORM LOAD-TEMP-LIMITS.
                MOVE ACCT-LIMIT TO EFF-LIMIT.
                MOVE 'N' TO EFF-TEMP-SWITCH.
                MOVE ACCT-NO TO TLM-KEY-W.
                PERFORM FIND-TEMP-LIMIT.
                IF TLM-HIT > ZERO
                   IF TLM-START(TLM-HIT) NOT > RUN-DATE-YMD
                      AND TLM-EXPIRY(TLM-HIT) NOT < RUN-DATE-YMD
                      AND TLM-LIMIT(TLM-HIT) > ACCT-LIMIT
                      MOVE TLM-LIMIT(TLM-HIT) TO EFF-LIMIT
                      SET EFF-TEMP-IN-FORCE TO TRUE
                   END-IF
                END-IF.
      *
      * FIND-TEMP-LIMIT - BISECT THE STORE FOR TLM-KEY-W, THE SAME WAY
      * FIND-REGISTER-ENTRY WORKS THE POSTED-ITEM REGISTER.  A MISS
      * LEAVES THE INSERTION POINT IN TLM-INS-AT.
       FIND-TEMP-LIMIT.
                MOVE ZERO TO TLM-HIT.
                MOVE 1 TO TLM-LO.
                MOVE TLM-COUNT TO TLM-HI.
                COMPUTE TLM-INS-AT = TLM-COUNT + 1.
                PERFORM BISECT-TEMP-LIMITS
                     UNTIL TLM-LO > TLM-HI OR TLM-HIT > ZERO.
      *
       BISECT-TEMP-LIMITS.
                COMPUTE TLM-MID = (TLM-LO + TLM-HI) / 2.
                EVALUATE TRUE
                   WHEN TLM-ACCTNO(TLM-MID) = TLM-KEY-W
                      MOVE TLM-MID TO TLM-HIT
                   WHEN TLM-ACCTNO(TLM-MID) > TLM-KEY-W
                      MOVE TLM-MID TO TLM-INS-AT
                      COMPUTE TLM-HI = TLM-MID - 1
                   WHEN OTHER
                      COMPUTE TLM-LO = TLM-MID + 1
                END-EVALUATE.
      *
      * EXPIRE-TEMP-LIMITS - '5' CONTROL RECORD, RUN DAILY: EVERY
      * INCREASE WHOSE EXPIRY DATE IS BEFORE TODAY (INCLUDING ONE
      * WITHDRAWN BY A '4' CARD) IS IMAGED ON HISTF AND DROPPED.  THE
      * ACCOUNTS LEFT OVER THEIR PERMANENT LIMIT ARE LISTED ON REPOUT
      * FOR FOLLOW-UP; FROM TODAY THEY ALSO SHOW ON THE EXCEPTION
      * LISTING AND THE AGING REPORT.  NOTHING POSTS, BUT THE STORE
      * AND THE IMAGES GO OUT TOGETHER ON A CHECKPOINT SO A RESTART
      * DOES NOT IMAGE THE SAME EXPIRY TWICE.
       EXPIRE-TEMP-LIMITS.
                PERFORM LOAD-TEMP-LIMITS.
                MOVE ZERO TO TLM-DROP-COUNT
                             TLM-OVER-COUNT
                             TLM-OVER-TOTAL.
                PERFORM WRITE-TEMP-EXPIRY-HEADER.
                PERFORM EXPIRE-ONE-TEMP-LIMIT
                    VARYING TLM-SUB FROM 1 BY 1
                      UNTIL TLM-SUB > TLM-COUNT.
                MOVE ZERO TO TLM-SUB2.
                PERFORM KEEP-TEMP-LIMIT
                    VARYING TLM-SUB FROM 1 BY 1
                      UNTIL TLM-SUB > TLM-COUNT.
                MOVE TLM-SUB2 TO TLM-COUNT.
                IF TLM-DROP-COUNT > ZERO
                   SET TLM-TOUCHED TO TRUE
                END-IF.
                PERFORM WRITE-TEMP-EXPIRY-TRAILER.
                MOVE TLM-DROP-COUNT TO ROW-COUNT.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
       EXPIRE-ONE-TEMP-LIMIT.
                IF TLM-EXPIRY(TLM-SUB) < RUN-DATE-YMD
                   PERFORM LAPSE-TEMP-LIMIT
                END-IF.
      *
      * LAPSE-TEMP-LIMIT - THE 'X' IMAGE CARRIES THE PERMANENT LIMIT
      * NOW BACK IN FORCE.  AN ACCOUNT DELETED SINCE THE GRANT HAS NO
      * ROW TO IMAGE - THE INCREASE IS LISTED AND DROPPED.
       LAPSE-TEMP-LIMIT.
                ADD 1 TO TLM-DROP-COUNT.
                MOVE TLM-ACCTNO(TLM-SUB) TO ACCT-NO.
                PERFORM FETCH-PRIOR-IMAGE.
                IF PRIOR-IMAGE-MISSING
                   PERFORM WRITE-TEMP-EXPIRY-MISSING
                ELSE
                   MOVE SPACES TO TLM-COMMENT-W
                   IF TLM-WITHDRAWN(TLM-SUB)
                      STRING 'TEMP '               DELIMITED BY SIZE
                             TLM-START(TLM-SUB)  DELIMITED BY SIZE
                             '-'                    DELIMITED BY SIZE
                             TLM-EXPIRY(TLM-SUB) DELIMITED BY SIZE
                             ' WITHDRAWN BY '       DELIMITED BY SIZE
                             TLM-WD-OPER(TLM-SUB) DELIMITED BY SIZE
                          INTO TLM-COMMENT-W
                      END-STRING
                   ELSE
                      STRING 'TEMP '               DELIMITED BY SIZE
                             TLM-START(TLM-SUB)  DELIMITED BY SIZE
                             '-'                    DELIMITED BY SIZE
                             TLM-EXPIRY(TLM-SUB) DELIMITED BY SIZE
                             ' EXPIRED, APPROVED BY ' DELIMITED BY SIZE
                             TLM-OPER(TLM-SUB)   DELIMITED BY SIZE
                          INTO TLM-COMMENT-W
                      END-STRING
                   END-IF
                   MOVE OLD-ACCT-LIMIT TO TLM-HIST-LIMIT
                   MOVE 'X' TO HST-TYPE
                   PERFORM WRITE-TEMP-LIMIT-HISTORY
                   IF OLD-ACCT-BALANCE > OLD-ACCT-LIMIT
                      COMPUTE TLM-OVERAGE =
                              OLD-ACCT-BALANCE - OLD-ACCT-LIMIT
                      ADD 1           TO TLM-OVER-COUNT
                      ADD TLM-OVERAGE TO TLM-OVER-TOTAL
                      PERFORM WRITE-TEMP-EXPIRY-LINE
                   END-IF
                END-IF.
      *
       KEEP-TEMP-LIMIT.
                IF TLM-EXPIRY(TLM-SUB) NOT < RUN-DATE-YMD
                   ADD 1 TO TLM-SUB2
                   IF TLM-SUB2 NOT = TLM-SUB
                      MOVE TLM-ENTRY(TLM-SUB) TO TLM-ENTRY(TLM-SUB2)
                   END-IF
                END-IF.
      *
      * WRITE-TEMP-LIMIT-HISTORY - IMAGE OF THE ROW AS FETCH-PRIOR-
      * IMAGE FOUND IT, WITH THE LIMIT AND COMMENT DESCRIBING THE
      * INCREASE.  HST-TYPE IS SET BY THE CALLER ('G' GRANTED, 'X'
      * EXPIRED OR WITHDRAWN).
       WRITE-TEMP-LIMIT-HISTORY.
                PERFORM SET-HISTF-EXTEND.
                PERFORM FORMAT-RUN-TIME.
                MOVE OLD-ACCT-NO      TO HST-ACCTNO.
                MOVE RUN-DATE-YMD     TO HST-DATE.
                MOVE RT-HH            TO HST-TIME-HH.
                MOVE RT-MM            TO HST-TIME-MM.
                MOVE RT-SS            TO HST-TIME-SS.
                MOVE TLM-HIST-LIMIT   TO HST-LIMIT.
                MOVE OLD-ACCT-BALANCE TO HST-BALANCE.
                MOVE OLD-ACCT-LASTN   TO HST-LASTN.
                MOVE OLD-ACCT-FIRSTN  TO HST-FIRSTN.
                MOVE OLD-ACCT-ADDR1   TO HST-ADDR1.
                MOVE OLD-ACCT-ADDR2   TO HST-ADDR2.
                MOVE OLD-ACCT-ADDR3   TO HST-ADDR3.
                MOVE OLD-ACCT-RSRVD   TO HST-RSRVD.
                MOVE TLM-COMMENT-W    TO HST-COMMENT.
                PERFORM WRITE-HISTORY-RECORD.
      *
       WRITE-TEMP-EXPIRY-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'TEMPORARY LIMIT EXPIRY - ENDED BEFORE '
                                              DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                       ' - ACCOUNTS NOW OVER PERMANENT LIMIT'
                                              DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-TEMP-EXPIRY-LINE.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE TLM-LIMIT(TLM-SUB) TO TLM-TEMP-O.
                MOVE OLD-ACCT-LIMIT     TO TLM-PERM-O.
                MOVE OLD-ACCT-BALANCE   TO TLM-BAL-O.
                MOVE TLM-OVERAGE        TO TLM-OVER-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       TLM-ACCTNO(TLM-SUB)  DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       OLD-ACCT-LASTN       DELIMITED BY SIZE
                       ' ENDED='               DELIMITED BY SIZE
                       TLM-EXPIRY(TLM-SUB)  DELIMITED BY SIZE
                       ' TEMP='                DELIMITED BY SIZE
                       TLM-TEMP-O           DELIMITED BY SIZE
                       ' PERMANENT='           DELIMITED BY SIZE
                       TLM-PERM-O           DELIMITED BY SIZE
                       ' BALANCE='             DELIMITED BY SIZE
                       TLM-BAL-O            DELIMITED BY SIZE
                       ' OVER BY='             DELIMITED BY SIZE
                       TLM-OVER-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-TEMP-EXPIRY-MISSING.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE TLM-LIMIT(TLM-SUB) TO TLM-TEMP-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       TLM-ACCTNO(TLM-SUB)  DELIMITED BY SIZE
                       ' ENDED='               DELIMITED BY SIZE
                       TLM-EXPIRY(TLM-SUB)  DELIMITED BY SIZE
                       ' TEMP='                DELIMITED BY SIZE
                       TLM-TEMP-O           DELIMITED BY SIZE
                       ' - ACCOUNT NOT ON FILE, INCREASE DROPPED'
                                              DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-TEMP-EXPIRY-TRAILER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE TLM-DROP-COUNT TO TLM-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'TEMPORARY INCREASES DROPPED: '
                                              DELIMITED BY SIZE
                       TLM-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE TLM-OVER-COUNT TO TLM-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'ACCOUNTS NOW OVER PERMANENT LIMIT: '
                                              DELIMITED BY SIZE
                       TLM-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE TLM-OVER-TOTAL TO TLM-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'TOTAL OVER PERMANENT LIMIT: '
                                              DELIMITED BY SIZE
                       TLM-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE TLM-COUNT TO TLM-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'TEMPORARY INCREASES REMAINING: '
                                              DELIMITED BY SIZE
                       TLM-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 5 TO LINE-COUNT.
      *
      * LOAD-TEMP-LIMITS / READ-TEMP-LIMIT-FILE / REWRITE-TEMP-LIMIT-
      * FILE - SAME CONVENTION AS THE PENDING STORE.  THE FILE COMES
      * BACK IN THE ACCOUNT ORDER IT WAS WRITTEN IN.
       LOAD-TEMP-LIMITS.
                IF NOT TLM-LOADED
                   PERFORM READ-TEMP-LIMIT-FILE
                END-IF.
      *
       READ-TEMP-LIMIT-FILE.
                SET TLM-LOADED TO TRUE.
                MOVE ZERO TO TLM-COUNT.
                MOVE 'Y' TO TMPL-READ-SWITCH.
                OPEN INPUT TMPLF.
                IF TMPL-STATUS = '00' OR '05'
                   READ TMPLF RECORD INTO TLM-WORK-ENTRY
                      AT END SET NOMORE-TMPL TO TRUE
                   END-READ
                   PERFORM STORE-TEMP-LIMIT-ENTRY UNTIL NOMORE-TMPL
                   CLOSE TMPLF
                ELSE
                   DISPLAY 'TEMP LIMIT FILE OPEN FAILED, STATUS '
                           TMPL-STATUS
                END-IF.
      *
       STORE-TEMP-LIMIT-ENTRY.
                IF TLM-COUNT < TLM-MAX
                   ADD 1 TO TLM-COUNT
                   MOVE TLM-WORK-ENTRY TO TLM-ENTRY(TLM-COUNT)
                ELSE
                   DISPLAY 'TEMP LIMIT TABLE FULL - ACCT '
                           TLW-ACCTNO ' DROPPED'
                END-IF.
                READ TMPLF RECORD INTO TLM-WORK-ENTRY
                   AT END SET NOMORE-TMPL TO TRUE
                END-READ.
      *
       REWRITE-TEMP-LIMIT-FILE.
                OPEN OUTPUT TMPLF.
                PERFORM WRITE-TEMP-LIMIT-ENTRY
                    VARYING TLM-SUB FROM 1 BY 1
                      UNTIL TLM-SUB > TLM-COUNT.
                CLOSE TMPLF.
      *
       WRITE-TEMP-LIMIT-ENTRY.
                MOVE SPACES TO TLM-WORK-ENTRY.
                MOVE TLM-ENTRY(TLM-SUB) TO TLM-WORK-ENTRY.
                WRITE TMPLREC FROM TLM-WORK-ENTRY.
      *
      * START-BILLING-CYCLE / BILL-ONE-ACCOUNT / END-BILLING-CYCLE -
      * THE BILLING HALF OF THE 'Y' STEP.  EVERY ACCOUNT BILLED THIS
      * CYCLE SHARES ONE DUE DATE, THE CYCLE DATE PLUS THE 'M' CARD'S
      * DAYS.  WITHOUT AN 'M' CARD THE CYCLE STILL RUNS BUT NO
      * BILLING ENTRIES ARE CUT AND THE LAST CYCLE'S ARE LEFT ALONE.
       START-BILLING-CYCLE.
                PERFORM LOAD-RATE-PARAMETERS.
                PERFORM LOAD-BILLING-STORE.
                MOVE ZERO TO BIL-CUT-COUNT
                             BIL-ZERO-COUNT
                             BIL-DROP-COUNT
                             BIL-MIN-TOTAL.
                IF BIL-RULE-SEEN
                   PERFORM SETTLE-OPEN-BILLINGS
                   COMPUTE BIL-DAYNO =
                           FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD)
                           + BIL-DUE-DAYS
                   COMPUTE BIL-NEXT-DUE =
                           FUNCTION DATE-OF-INTEGER(BIL-DAYNO)
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'CYCLE-SUMMARY: RATEF HAS NO MINIMUM-PAYMENT'
                           ' CARD - NO BILLING ENTRIES CUT'
                END-IF.
      *
      * SETTLE-OPEN-BILLINGS - AN ENTRY STILL OPEN AT THE CYCLE DATE
      * (THE '6' STEP DID NOT RUN BETWEEN ITS DUE DATE AND NOW, OR THE
      * 'M' CARD'S DAYS REACH PAST THIS CYCLE) WOULD BE REPLACED BY
      * THIS CYCLE'S ENTRY AND ITS PAYMENT NEVER MEASURED, SO IT IS
      * SETTLED HERE FIRST, EXACTLY AS THE '6' STEP WOULD, WHILE THE
      * ACTIVITY STORE STILL HOLDS THE CREDITS SINCE ITS CYCLE DATE.
      * THIS RUNS AHEAD OF THE DRAIN, SO A LATE FEE LANDS ON THE
      * CYCLE BEING CLOSED AND IN THE NEW STATEMENT BALANCE, AND THE
      * STEP'S OWN FLUSH CHECKPOINT CARRIES IT WITH THE SETTLED
      * ENTRIES.
       SETTLE-OPEN-BILLINGS.
                MOVE ZERO TO BIL-SUB2.
                PERFORM COUNT-OPEN-BILLING
                    VARYING BIL-SUB FROM 1 BY 1
                      UNTIL BIL-SUB > BIL-COUNT.
                IF BIL-SUB2 > ZERO
                   PERFORM OPEN-POSTING-FILES
                   MOVE ZERO TO BIL-MET-COUNT
                                BIL-SHORT-COUNT
                                BIL-FEE-COUNT
                                BIL-REFUSED-COUNT
                                BIL-SHORT-TOTAL
                                BIL-FEE-TOTAL
                   PERFORM WRITE-CYCLE-PAST-DUE-HEADER
                   PERFORM SETTLE-CYCLE-BILLING
                       VARYING BIL-SUB FROM 1 BY 1
                         UNTIL BIL-SUB > BIL-COUNT
                   SET BIL-TOUCHED TO TRUE
                   PERFORM WRITE-PAST-DUE-TRAILER
                END-IF.
      *
       COUNT-OPEN-BILLING.
                IF BIL-OPEN(BIL-SUB)
                   ADD 1 TO BIL-SUB2
                END-IF.
      *
       SETTLE-CYCLE-BILLING.
                IF BIL-OPEN(BIL-SUB)
                   PERFORM SETTLE-MINIMUM-PAYMENT
                END-IF.
      *
       WRITE-CYCLE-PAST-DUE-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'PAST-DUE LISTING - MINIMUMS STILL OPEN AT '
                                              DELIMITED BY SIZE
                       'CYCLE '                DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
      * BILL-ONE-ACCOUNT - CUT OR REPLACE THE ACCOUNT'S ENTRY FOR THIS
      * CYCLE.  THE MINIMUM IS THE 'M' CARD'S PERCENT OF THE BALANCE
      * OR ITS FLOOR, WHICHEVER IS MORE, BUT NEVER MORE THAN THE
      * BALANCE ITSELF.  A ZERO OR CREDIT BALANCE OWES NOTHING, AND
      * THAT ALSO ENDS ANY RUN OF MISSED MINIMUMS; OTHERWISE THE COUNT
      * CARRIES OVER UNTIL THE '6' STEP FINDS A MINIMUM MET.  ANY
      * ENTRY REPLACED HERE WAS SETTLED BY SETTLE-OPEN-BILLINGS.
       BILL-ONE-ACCOUNT.
                MOVE ACCT-NO TO BIL-KEY-W.
                PERFORM FIND-BILLING-ENTRY.
                IF BIL-HIT = ZERO
                   PERFORM ADD-BILLING-ENTRY
                END-IF.
                IF BIL-HIT > ZERO
                   PERFORM SET-MINIMUM-DUE
                   MOVE RUN-DATE-YMD TO BIL-CYCLE-DATE(BIL-HIT)
                   MOVE ACCT-BALANCE TO BIL-STMT-BAL(BIL-HIT)
                   MOVE BIL-MIN-W    TO BIL-MIN-DUE(BIL-HIT)
                   MOVE BIL-NEXT-DUE TO BIL-DUE-DATE(BIL-HIT)
                   MOVE ZERO         TO BIL-PAID(BIL-HIT)
                   MOVE ZERO         TO BIL-SETTLED(BIL-HIT)
                   ADD 1 TO BIL-CUT-COUNT
                   IF BIL-MIN-W > ZERO
                      MOVE SPACE TO BIL-STATE(BIL-HIT)
                      ADD BIL-MIN-W TO BIL-MIN-TOTAL
                   ELSE
                      MOVE 'N'  TO BIL-STATE(BIL-HIT)
                      MOVE ZERO TO BIL-MISSED(BIL-HIT)
                      ADD 1 TO BIL-ZERO-COUNT
                   END-IF
                END-IF.
      *
       SET-MINIMUM-DUE.
                IF ACCT-BALANCE NOT > ZERO
                   MOVE ZERO TO BIL-MIN-W
                ELSE
                   COMPUTE BIL-MIN-W ROUNDED =
                           ACCT-BALANCE * BIL-PAY-PCT / 100
                   IF BIL-MIN-W < BIL-PAY-FLOOR
                      MOVE BIL-PAY-FLOOR TO BIL-MIN-W
                   END-IF
                   IF BIL-MIN-W > ACCT-BALANCE
                      MOVE ACCT-BALANCE TO BIL-MIN-W
                   END-IF
                END-IF.
      *
       ADD-BILLING-ENTRY.
                IF BIL-COUNT < BIL-MAX
                   ADD 1 TO BIL-COUNT
                   PERFORM SHIFT-BILLING-UP
                       VARYING BIL-SUB FROM BIL-COUNT BY -1
                         UNTIL BIL-SUB <= BIL-INS-AT
                   MOVE BIL-INS-AT TO BIL-HIT
                   MOVE SPACES  TO BIL-ENTRY(BIL-HIT)
                   MOVE ACCT-NO TO BIL-ACCTNO(BIL-HIT)
                   MOVE ZERO    TO BIL-MISSED(BIL-HIT)
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'BILLING TABLE FULL - ACCT '
                           ACCT-NO ' NOT BILLED'
                END-IF.
      *
       SHIFT-BILLING-UP.
                COMPUTE BIL-SUB2 = BIL-SUB - 1.
                MOVE BIL-ENTRY(BIL-SUB2) TO BIL-ENTRY(BIL-SUB).
      *
      * END-BILLING-CYCLE - AN ENTRY NOT REBILLED THIS CYCLE BELONGS
      * TO AN ACCOUNT NO LONGER ON THE TABLE AND IS DROPPED.
       END-BILLING-CYCLE.
                IF BIL-RULE-SEEN
                   MOVE ZERO TO BIL-SUB2
                   PERFORM KEEP-BILLING-ENTRY
                       VARYING BIL-SUB FROM 1 BY 1
                         UNTIL BIL-SUB > BIL-COUNT
                   COMPUTE BIL-DROP-COUNT = BIL-COUNT - BIL-SUB2
                   MOVE BIL-SUB2 TO BIL-COUNT
                   SET BIL-TOUCHED TO TRUE
                   PERFORM WRITE-BILLING-SUMMARY
                END-IF.
      *
       KEEP-BILLING-ENTRY.
                IF BIL-CYCLE-DATE(BIL-SUB) = RUN-DATE-YMD
                   ADD 1 TO BIL-SUB2
                   IF BIL-SUB2 < BIL-SUB
                      MOVE BIL-ENTRY(BIL-SUB) TO BIL-ENTRY(BIL-SUB2)
                   END-IF
                END-IF.
      *
       WRITE-BILLING-SUMMARY.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BIL-NEXT-DUE TO BIL-DATE-YMD.
                PERFORM FORMAT-BILLING-DATE.
                MOVE BIL-CUT-COUNT TO BIL-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'ACCOUNTS BILLED: '    DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                       ' PAYMENT DUE '         DELIMITED BY SIZE
                       BIL-DATE-DISPLAY     DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE BIL-ZERO-COUNT TO BIL-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'ACCOUNTS WITH NOTHING DUE: '
                                              DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BIL-MIN-TOTAL TO BIL-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'TOTAL MINIMUM PAYMENTS DUE: '
                                              DELIMITED BY SIZE
                       BIL-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BIL-DROP-COUNT TO BIL-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'BILLING ENTRIES DROPPED: '
                                              DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 5 TO LINE-COUNT.
      *
       FORMAT-BILLING-DATE.
                MOVE SPACES TO BIL-DATE-DISPLAY.
                STRING BDW-MM   DELIMITED BY SIZE
                       '/'         DELIMITED BY SIZE
                       BDW-DD   DELIMITED BY SIZE
                       '/'         DELIMITED BY SIZE
                       BDW-YYYY DELIMITED BY SIZE
                    INTO BIL-DATE-DISPLAY
                END-STRING.
      *
      * ASSESS-LATE-FEES - '6' CONTROL RECORD, RUN DAILY: EVERY OPEN
      * BILLING ENTRY WHOSE DUE DATE IS BEFORE TODAY IS SETTLED.  THE
      * PAYMENT MADE IS THE CREDITS POSTED TO THE ACCOUNT SINCE THE
      * CYCLE DATE - THE CREDIT SIDE OF THE CYCLE ACTIVITY STORE,
      * WHICH THE 'Y' STEP EMPTIED AND WHICH REVERSALS HAVE ALREADY
      * BACKED OUT.  A MINIMUM MET CLEARS THE MISSED COUNT; A
      * SHORTFALL ADDS ONE TO IT AND ASSESSES THE 'M' CARD'S LATE FEE
      * AS A DEBIT THROUGH THE SAME EDIT/APPLY/JOURNAL PATH AS ANY
      * OTHER POSTING (SOURCE 'LATE'), SO FROZEN AND CLOSED ACCOUNTS
      * ARE REFUSED TO POSTREJ.  EACH SHORTFALL PRINTS ON THE PAST-DUE
      * LISTING ON REPOUT.  LIKE A 'P' CARD, THE FEES ARE NOT
      * IDEMPOTENT, SO A CHECKPOINT IS TAKEN AS SOON AS THE PASS
      * COMPLETES, AND A SETTLED ENTRY IS NEVER LOOKED AT AGAIN.
       ASSESS-LATE-FEES.
                PERFORM LOAD-RATE-PARAMETERS.
                IF NOT BIL-RULE-SEEN
                   MOVE 'REJECT-LATE-FEE' TO REQUEST-DESC
                   DISPLAY 'LATE-FEE: RATEF MISSING OR HAS NO'
                           ' MINIMUM-PAYMENT CARD - STEP NOT RUN'
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   PERFORM RUN-LATE-FEE-STEP
                END-IF.
      *
       RUN-LATE-FEE-STEP.
                PERFORM OPEN-POSTING-FILES.
                PERFORM LOAD-BILLING-STORE.
                PERFORM LOAD-CYCLE-ACTIVITY.
                MOVE ZERO TO BIL-MET-COUNT
                             BIL-SHORT-COUNT
                             BIL-FEE-COUNT
                             BIL-REFUSED-COUNT
                             BIL-SHORT-TOTAL
                             BIL-FEE-TOTAL.
                PERFORM WRITE-PAST-DUE-HEADER.
                PERFORM SETTLE-ONE-BILLING
                    VARYING BIL-SUB FROM 1 BY 1
                      UNTIL BIL-SUB > BIL-COUNT.
                IF BIL-MET-COUNT > ZERO OR BIL-SHORT-COUNT > ZERO
                   SET BIL-TOUCHED TO TRUE
                END-IF.
                PERFORM WRITE-PAST-DUE-TRAILER.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
       SETTLE-ONE-BILLING.
                IF BIL-OPEN(BIL-SUB)
                   AND BIL-DUE-DATE(BIL-SUB) < RUN-DATE-YMD
                   PERFORM SETTLE-MINIMUM-PAYMENT
                END-IF.
      *
       SETTLE-MINIMUM-PAYMENT.
                MOVE BIL-ACCTNO(BIL-SUB) TO CYA-KEY-ACCT.
                MOVE LOW-VALUES TO CYA-KEY-SRC.
                PERFORM FIND-CYCLE-ENTRY.
                MOVE ZERO TO BIL-PAID-W.
                MOVE 'N' TO CYA-DONE-SW.
                PERFORM SUM-BILLING-CREDITS
                    VARYING CYA-SUB FROM CYA-INS-AT BY 1
                      UNTIL CYA-SUB > CYA-COUNT OR CYA-ACCT-DONE.
                MOVE BIL-PAID-W   TO BIL-PAID(BIL-SUB).
                MOVE RUN-DATE-YMD TO BIL-SETTLED(BIL-SUB).
                IF BIL-PAID-W NOT < BIL-MIN-DUE(BIL-SUB)
                   MOVE 'P'  TO BIL-STATE(BIL-SUB)
                   MOVE ZERO TO BIL-MISSED(BIL-SUB)
                   ADD 1 TO BIL-MET-COUNT
                ELSE
                   MOVE 'L' TO BIL-STATE(BIL-SUB)
                   IF BIL-MISSED(BIL-SUB) < 999
                      ADD 1 TO BIL-MISSED(BIL-SUB)
                   END-IF
                   COMPUTE BIL-SHORT-W =
                           BIL-MIN-DUE(BIL-SUB) - BIL-PAID-W
                   ADD 1 TO BIL-SHORT-COUNT
                   ADD BIL-SHORT-W TO BIL-SHORT-TOTAL
                   PERFORM POST-LATE-FEE
                   PERFORM WRITE-PAST-DUE-LINE
                END-IF.
      *
       SUM-BILLING-CREDITS.
                IF CYA-ACCTNO(CYA-SUB) NOT = BIL-ACCTNO(BIL-SUB)
                   SET CYA-ACCT-DONE TO TRUE
                ELSE
                   ADD CYA-CR-AMOUNT(CYA-SUB) TO BIL-PAID-W
                END-IF.
      *
      * POST-LATE-FEE - NO FEE ON THE 'M' CARD MEANS THE SHORTFALL IS
      * LISTED AND COUNTED BUT NOTHING POSTS.
       POST-LATE-FEE.
                MOVE SPACES TO BIL-REASON.
                IF BIL-LATE-FEE > ZERO
                   MOVE SPACES TO TRN-AREA
                   MOVE BIL-ACCTNO(BIL-SUB) TO TRN-ACCTNO
                   MOVE 'D'                 TO TRN-DC-CODE
                   MOVE BIL-LATE-FEE        TO TRN-AMOUNT
                   MOVE 'LATE'              TO TRN-SOURCE
                   PERFORM EDIT-TRANSACTION
                   IF POST-REASON = SPACES
                      PERFORM APPLY-TRANSACTION
                   ELSE
                      PERFORM WRITE-POSTING-REJECT
                   END-IF
                   IF POST-REASON = SPACES
                      ADD 1 TO BIL-FEE-COUNT
                      ADD BIL-LATE-FEE TO BIL-FEE-TOTAL
                   ELSE
                      ADD 1 TO BIL-REFUSED-COUNT
                      MOVE POST-REASON TO BIL-REASON
                   END-IF
                END-IF.
      *
       WRITE-PAST-DUE-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'PAST-DUE LISTING - MINIMUMS DUE BEFORE '
                                              DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-PAST-DUE-LINE.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BIL-ACCTNO(BIL-SUB) TO ACCT-NO.
                PERFORM FETCH-PRIOR-IMAGE.
                IF PRIOR-IMAGE-MISSING
                   MOVE SPACES TO OLD-ACCT-LASTN
                END-IF.
                MOVE BIL-MIN-DUE(BIL-SUB) TO BIL-MIN-O.
                MOVE BIL-PAID-W           TO BIL-PAID-O.
                MOVE BIL-SHORT-W          TO BIL-SHORT-O.
                MOVE BIL-MISSED(BIL-SUB)  TO BIL-MISSED-O.
                MOVE BIL-LATE-FEE         TO BIL-FEE-O.
                MOVE SPACES TO BIL-FEE-TEXT.
                EVALUATE TRUE
                   WHEN BIL-LATE-FEE = ZERO
                      CONTINUE
                   WHEN BIL-REASON = SPACES
                      STRING ' FEE='             DELIMITED BY SIZE
                             BIL-FEE-O        DELIMITED BY SIZE
                          INTO BIL-FEE-TEXT
                      END-STRING
                   WHEN OTHER
                      STRING ' FEE REFUSED - '   DELIMITED BY SIZE
                             BIL-REASON       DELIMITED BY SIZE
                          INTO BIL-FEE-TEXT
                      END-STRING
                END-EVALUATE.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       BIL-ACCTNO(BIL-SUB)  DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       OLD-ACCT-LASTN       DELIMITED BY SIZE
                       ' DUE='                 DELIMITED BY SIZE
                       BIL-DUE-DATE(BIL-SUB) DELIMITED BY SIZE
                       ' MINIMUM='             DELIMITED BY SIZE
                       BIL-MIN-O            DELIMITED BY SIZE
                       ' PAID='                DELIMITED BY SIZE
                       BIL-PAID-O           DELIMITED BY SIZE
                       ' SHORT='               DELIMITED BY SIZE
                       BIL-SHORT-O          DELIMITED BY SIZE
                       ' MISSED IN A ROW='     DELIMITED BY SIZE
                       BIL-MISSED-O         DELIMITED BY SIZE
                       BIL-FEE-TEXT         DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-PAST-DUE-TRAILER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BIL-MET-COUNT TO BIL-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'MINIMUMS MET: '       DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE BIL-SHORT-COUNT TO BIL-CNT-O.
                MOVE BIL-SHORT-TOTAL TO BIL-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'MINIMUMS MISSED: '    DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                       ' SHORT BY '            DELIMITED BY SIZE
                       BIL-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BIL-FEE-COUNT TO BIL-CNT-O.
                MOVE BIL-FEE-TOTAL TO BIL-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'LATE FEES POSTED: '   DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                       ' TOTAL '               DELIMITED BY SIZE
                       BIL-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BIL-REFUSED-COUNT TO BIL-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'LATE FEES REFUSED: '  DELIMITED BY SIZE
                       BIL-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 5 TO LINE-COUNT.
                IF BIL-REFUSED-COUNT > ZERO
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                END-IF.
      *
      * LOAD-BILLING-STORE / READ-BILLING-FILE / REWRITE-BILLING-FILE -
      * SAME CONVENTION AS THE PENDING STORE.  THE FILE COMES BACK IN
      * THE ACCOUNT ORDER IT WAS WRITTEN IN.
       LOAD-BILLING-STORE.
                IF NOT BIL-LOADED
                   PERFORM READ-BILLING-FILE
                END-IF.
      *
       READ-BILLING-FILE.
                SET BIL-LOADED TO TRUE.
                MOVE ZERO TO BIL-COUNT.
                MOVE 'Y' TO BILL-READ-SWITCH.
                OPEN INPUT BILLF.
                IF BILL-STATUS = '00' OR '05'
                   READ BILLF RECORD INTO BIL-WORK-ENTRY
                      AT END SET NOMORE-BILL TO TRUE
                   END-READ
                   PERFORM STORE-BILLING-ENTRY UNTIL NOMORE-BILL
                   CLOSE BILLF
                ELSE
                   DISPLAY 'BILLING FILE OPEN FAILED, STATUS '
                           BILL-STATUS
                END-IF.
      *
       STORE-BILLING-ENTRY.
                IF BIL-COUNT < BIL-MAX
                   ADD 1 TO BIL-COUNT
                   MOVE BIL-WORK-ENTRY TO BIL-ENTRY(BIL-COUNT)
                ELSE
                   DISPLAY 'BILLING TABLE FULL - ACCT '
                           BLW-ACCTNO ' DROPPED'
                END-IF.
                READ BILLF RECORD INTO BIL-WORK-ENTRY
                   AT END SET NOMORE-BILL TO TRUE
                END-READ.
      *
       REWRITE-BILLING-FILE.
                OPEN OUTPUT BILLF.
                PERFORM WRITE-BILLING-ENTRY
                    VARYING BIL-SUB FROM 1 BY 1
                      UNTIL BIL-SUB > BIL-COUNT.
                CLOSE BILLF.
      *
       WRITE-BILLING-ENTRY.
                MOVE SPACES TO BIL-WORK-ENTRY.
                MOVE BIL-ENTRY(BIL-SUB) TO BIL-WORK-ENTRY.
                WRITE BILLREC FROM BIL-WORK-ENTRY.
      *
      * FIND-BILLING-ENTRY - BISECT THE STORE FOR BIL-KEY-W.  BIL-HIT
      * IS ZERO WHEN THE ACCOUNT HAS NO ENTRY, AND BIL-INS-AT IS THEN
      * WHERE ONE WOULD GO.
       FIND-BILLING-ENTRY.
                MOVE ZERO TO BIL-HIT.
                MOVE 1 TO BIL-LO.
                MOVE BIL-COUNT TO BIL-HI.
                COMPUTE BIL-INS-AT = BIL-COUNT + 1.
                PERFORM BISECT-BILLING-STORE
                     UNTIL BIL-LO > BIL-HI OR BIL-HIT > ZERO.
      *
       BISECT-BILLING-STORE.
                COMPUTE BIL-MID = (BIL-LO + BIL-HI) / 2.
                EVALUATE TRUE
                   WHEN BIL-ACCTNO(BIL-MID) = BIL-KEY-W
                      MOVE BIL-MID TO BIL-HIT
                   WHEN BIL-ACCTNO(BIL-MID) > BIL-KEY-W
                      MOVE BIL-MID TO BIL-INS-AT
                      COMPUTE BIL-HI = BIL-MID - 1
                   WHEN OTHER
                      COMPUTE BIL-LO = BIL-MID + 1
                END-EVALUATE.
      *
      * BUREAU-REPORT - '7' CONTROL RECORD, RUN AFTER THE 'Y' STEP:
      * BUILD THE MONTHLY CREDIT-BUREAU FILE FROM THE CYCLE SUMMARY'S
      * 'A' RECORDS.  NAME, ADDRESS AND LIMIT COME FROM THE TABLE ROW;
      * CLOSING AND HIGH BALANCE, DAYS OVER LIMIT AND STATUS FROM THE
      * CYCLE RECORD; THE MISSED-MINIMUM COUNT FROM THE BILLING STORE.
      * AN ACCOUNT THE BUREAU WOULD REJECT - NO FIRST NAME OR SURNAME,
      * A BLANK ADDRESS LINE, OR DELETED SINCE THE CYCLE - IS HELD
      * BACK AND PRINTED ON THE EXCEPTIONS LISTING ON REPOUT SO IT CAN
      * BE FIXED AND THE FILE REBUILT BEFORE TRANSMISSION.  NOTHING IS
      * UPDATED, SO THE STEP CAN BE RERUN AS OFTEN AS NEEDED - THE
      * FILE IS REGENERATED WHOLE EACH TIME.
       BUREAU-REPORT.
                PERFORM COUNT-BUREAU-INPUT.
                IF BUR-ACCT-COUNT = ZERO
                   MOVE 'REJECT-BUREAU' TO REQUEST-DESC
                   DISPLAY 'BUREAU-REPORT: CYCSUMN MISSING OR HAS NO'
                           ' ACCOUNT RECORDS - FILE NOT BUILT'
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   PERFORM BUILD-BUREAU-FILE
                END-IF.
      *
      * COUNT-BUREAU-INPUT - FIRST PASS, FOR THE HEADER COUNTS.
       COUNT-BUREAU-INPUT.
                MOVE ZERO TO BUR-ACCT-COUNT
                             BUR-INPUT-TOTAL
                             BUR-CYCLE-DATE.
                MOVE 'Y' TO CYCS-READ-SWITCH.
                OPEN INPUT CYCSUMN.
                IF CYCS-STATUS = '00'
                   PERFORM READ-NEXT-CYCLE-ACCOUNT
                   PERFORM COUNT-BUREAU-ACCOUNT UNTIL NOMORE-CYCS
                   CLOSE CYCSUMN
                ELSE
                   DISPLAY 'BUREAU-REPORT: CYCSUMN OPEN FAILED,'
                           ' STATUS ' CYCS-STATUS
                END-IF.
      *
       COUNT-BUREAU-ACCOUNT.
                IF BUR-CYCLE-DATE = ZERO
                   MOVE CYS-CYCLE-DATE TO BUR-CYCLE-DATE
                END-IF.
                ADD 1 TO BUR-ACCT-COUNT.
                ADD CYS-CLOSE-BAL TO BUR-INPUT-TOTAL.
                PERFORM READ-NEXT-CYCLE-ACCOUNT.
      *
      * ONLY THE 'A' ACCOUNT TOTALS ARE REPORTED - THE 'S' SOURCE
      * BREAKDOWNS ARE SKIPPED.
       READ-NEXT-CYCLE-ACCOUNT.
                PERFORM READ-ONE-CYCLE-RECORD.
                PERFORM READ-ONE-CYCLE-RECORD
                     UNTIL NOMORE-CYCS OR CYS-REC-TYPE = 'A'.
      *
       READ-ONE-CYCLE-RECORD.
                READ CYCSUMN RECORD INTO CYS-RECORD
                   AT END SET NOMORE-CYCS TO TRUE
                END-READ.
      *
       BUILD-BUREAU-FILE.
                PERFORM LOAD-BILLING-STORE.
                MOVE ZERO TO BUR-DETAIL-COUNT
                             BUR-EXCEPT-COUNT
                             BUR-LIMIT-TOTAL
                             BUR-CLOSE-TOTAL
                             BUR-HI-TOTAL.
                OPEN OUTPUT BURF.
                MOVE BUR-CYCLE-DATE  TO BRH-CYCLE-DATE.
                MOVE RUN-DATE-YMD    TO BRH-CREATED.
                MOVE BUR-ACCT-COUNT  TO BRH-ACCT-COUNT.
                MOVE BUR-INPUT-TOTAL TO BRH-BAL-TOTAL.
                WRITE BURREC FROM BUR-HEADER.
                PERFORM WRITE-BUREAU-EXCEPTION-HEADER.
                MOVE 'Y' TO CYCS-READ-SWITCH.
                OPEN INPUT CYCSUMN.
                PERFORM READ-NEXT-CYCLE-ACCOUNT.
                PERFORM REPORT-BUREAU-ACCOUNT UNTIL NOMORE-CYCS.
                CLOSE CYCSUMN.
                MOVE BUR-DETAIL-COUNT TO BRT-DETAIL-COUNT.
                MOVE BUR-EXCEPT-COUNT TO BRT-EXCEPT-COUNT.
                COMPUTE BRT-RECORD-COUNT = BUR-DETAIL-COUNT + 2.
                MOVE BUR-LIMIT-TOTAL  TO BRT-LIMIT-TOTAL.
                MOVE BUR-CLOSE-TOTAL  TO BRT-CLOSE-TOTAL.
                MOVE BUR-HI-TOTAL     TO BRT-HI-TOTAL.
                WRITE BURREC FROM BUR-TRAILER.
                CLOSE BURF.
                PERFORM WRITE-BUREAU-SUMMARY.
                IF BUR-EXCEPT-COUNT > ZERO
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                END-IF.
                MOVE BUR-DETAIL-COUNT TO ROW-COUNT.
      *
       REPORT-BUREAU-ACCOUNT.
                MOVE CYS-ACCTNO TO ACCT-NO.
                PERFORM FETCH-PRIOR-IMAGE.
                PERFORM EDIT-BUREAU-ACCOUNT.
                IF BUR-REASON = SPACES
                   PERFORM WRITE-BUREAU-DETAIL
                ELSE
                   ADD 1 TO BUR-EXCEPT-COUNT
                   PERFORM WRITE-BUREAU-EXCEPTION
                END-IF.
                PERFORM READ-NEXT-CYCLE-ACCOUNT.
      *
       EDIT-BUREAU-ACCOUNT.
                MOVE SPACES TO BUR-REASON.
                EVALUATE TRUE
                   WHEN PRIOR-IMAGE-MISSING
                      MOVE 'ACCOUNT NOT ON FILE'   TO BUR-REASON
                   WHEN OLD-ACCT-LASTN = SPACES
                      MOVE 'SURNAME MISSING'       TO BUR-REASON
                   WHEN OLD-ACCT-FIRSTN = SPACES
                      MOVE 'FIRST NAME MISSING'    TO BUR-REASON
                   WHEN OLD-ACCT-ADDR1 = SPACES
                      MOVE 'ADDRESS LINE 1 BLANK'  TO BUR-REASON
                   WHEN OLD-ACCT-ADDR2 = SPACES
                      MOVE 'ADDRESS LINE 2 BLANK'  TO BUR-REASON
                   WHEN OLD-ACCT-ADDR3 = SPACES
                      MOVE 'ADDRESS LINE 3 BLANK'  TO BUR-REASON
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE.
      *
       WRITE-BUREAU-DETAIL.
                PERFORM SET-BUREAU-STATUS.
                MOVE SPACES TO BUR-DETAIL.
                MOVE 'D'             TO BRD-REC-TYPE.
                MOVE CYS-ACCTNO      TO BRD-ACCTNO.
                MOVE OLD-ACCT-LASTN  TO BRD-LASTN.
                MOVE OLD-ACCT-FIRSTN TO BRD-FIRSTN.
                MOVE OLD-ACCT-ADDR1  TO BRD-ADDR1.
                MOVE OLD-ACCT-ADDR2  TO BRD-ADDR2.
                MOVE OLD-ACCT-ADDR3  TO BRD-ADDR3.
                MOVE OLD-ACCT-LIMIT  TO BRD-LIMIT.
                MOVE CYS-CLOSE-BAL   TO BRD-CLOSE-BAL.
                MOVE CYS-HI-BAL      TO BRD-HI-BAL.
                MOVE CYS-STATUS      TO BRD-ACCT-STATUS.
                MOVE CYS-DAYS-OVER   TO BRD-DAYS-OVER.
                MOVE BUR-MISSED-W    TO BRD-MISSED.
                MOVE CYS-CYCLE-DATE  TO BRD-CYCLE-DATE.
                WRITE BURREC FROM BUR-DETAIL.
                ADD 1 TO BUR-DETAIL-COUNT.
                ADD OLD-ACCT-LIMIT TO BUR-LIMIT-TOTAL.
                ADD CYS-CLOSE-BAL  TO BUR-CLOSE-TOTAL.
                ADD CYS-HI-BAL     TO BUR-HI-TOTAL.
      *
      * SET-BUREAU-STATUS - THE ACCOUNT IS TREATED AS LATE BY THE
      * GREATER OF ITS DAYS OVER LIMIT AND 30 DAYS FOR EACH MINIMUM
      * MISSED IN A ROW, AND THE PAYMENT-STATUS CODE IS THE BUREAU'S
      * 30-DAY BAND FOR THAT: 11 CURRENT, 71 30-59, 78 60-89, 80 90-
      * 119, 82 120-149, 83 150-179, 84 180 OR MORE.  A CLOSED
      * ACCOUNT WITH NOTHING OWING IS 13, PAID AND CLOSED.
       SET-BUREAU-STATUS.
                MOVE ZERO TO BUR-MISSED-W.
                MOVE CYS-ACCTNO TO BIL-KEY-W.
                PERFORM FIND-BILLING-ENTRY.
                IF BIL-HIT > ZERO
                   MOVE BIL-MISSED(BIL-HIT) TO BUR-MISSED-W
                END-IF.
                COMPUTE BUR-DAYS-LATE = BUR-MISSED-W * 30.
                IF CYS-DAYS-OVER > BUR-DAYS-LATE
                   MOVE CYS-DAYS-OVER TO BUR-DAYS-LATE
                END-IF.
                MOVE CYS-STATUS TO STATUS-WORK.
                EVALUATE TRUE
                   WHEN STATUS-CLOSED AND CYS-CLOSE-BAL NOT > ZERO
                      MOVE '13' TO BRD-PAY-STATUS
                   WHEN BUR-DAYS-LATE < 30
                      MOVE '11' TO BRD-PAY-STATUS
                   WHEN BUR-DAYS-LATE < 60
                      MOVE '71' TO BRD-PAY-STATUS
                   WHEN BUR-DAYS-LATE < 90
                      MOVE '78' TO BRD-PAY-STATUS
                   WHEN BUR-DAYS-LATE < 120
                      MOVE '80' TO BRD-PAY-STATUS
                   WHEN BUR-DAYS-LATE < 150
                      MOVE '82' TO BRD-PAY-STATUS
                   WHEN BUR-DAYS-LATE < 180
                      MOVE '83' TO BRD-PAY-STATUS
                   WHEN OTHER
                      MOVE '84' TO BRD-PAY-STATUS
                END-EVALUATE.
                EVALUATE TRUE
                   WHEN STATUS-CLOSED
                      MOVE BUR-SCC-CLOSED TO BRD-SPECIAL-CMT
                   WHEN STATUS-FROZEN
                      MOVE BUR-SCC-FROZEN TO BRD-SPECIAL-CMT
                   WHEN OTHER
                      MOVE SPACES TO BRD-SPECIAL-CMT
                END-EVALUATE.
      *
       WRITE-BUREAU-EXCEPTION-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'CREDIT BUREAU EXCEPTIONS - CYCLE '
                                              DELIMITED BY SIZE
                       BUR-CYCLE-DATE       DELIMITED BY SIZE
                       ' - NOT REPORTED'       DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-BUREAU-EXCEPTION.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       CYS-ACCTNO           DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       OLD-ACCT-LASTN       DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       OLD-ACCT-FIRSTN      DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       BUR-REASON           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-BUREAU-SUMMARY.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BUR-ACCT-COUNT TO BUR-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'ACCOUNTS ON CYCLE SUMMARY: '
                                              DELIMITED BY SIZE
                       BUR-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE BUR-DETAIL-COUNT TO BUR-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'ACCOUNTS REPORTED TO BUREAU: '
                                              DELIMITED BY SIZE
                       BUR-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BUR-EXCEPT-COUNT TO BUR-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'ACCOUNTS HELD AS EXCEPTIONS: '
                                              DELIMITED BY SIZE
                       BUR-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BUR-CLOSE-TOTAL TO BUR-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'CLOSING BALANCE REPORTED: '
                                              DELIMITED BY SIZE
                       BUR-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 5 TO LINE-COUNT.
      *
      * DORMANCY-PASS - '8' CONTROL RECORD: WORK OUT EACH ACCOUNT'S
      * LAST CUSTOMER-INITIATED ACTIVITY FROM THE RETAINED HISTORY -
      * THE PRIOR AND CURRENT CYCLE SUMMARIES' SOURCE BREAKDOWNS, THE
      * RETAINED POSTING JOURNALS ON JRNHIST, AND THE POSTING
      * REFERENCE REGISTER, WHICH HOLDS EVERY POSTING UP TO AND
      * INCLUDING THIS RUN'S - AND MOVE EVERY
      * ACTIVE ACCOUNT IDLE FOR AT LEAST THE CARD'S NUMBER OF DAYS TO
      * DORMANT.  OUR OWN INTEREST, OVER-LIMIT AND LATE-FEE CHARGES,
      * STANDING-ORDER ITEMS AND REVERSALS ARE NOT CUSTOMER ACTIVITY.
      * THE UNCLAIMED-PROPERTY REGISTER OF DORMANT ACCOUNTS HOLDING A
      * CREDIT BALANCE IS REBUILT ON UNCRPT EVERY PASS.
       DORMANCY-PASS.
                IF CC-DRM-DAYS-X NOT NUMERIC
                   OR CC-DRM-DAYS = ZERO
                   MOVE 'REJECT-DORMANCY' TO REQUEST-DESC
                   DISPLAY 'DORMANCY: THRESHOLD DAYS INVALID - '
                           CC-DRM-DAYS-X
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   PERFORM RUN-DORMANCY-PASS
                END-IF.
      *
       RUN-DORMANCY-PASS.
                MOVE CC-DRM-DAYS TO DRM-THRESHOLD.
                MOVE ZERO TO DRM-HIST-COUNT
                             DRM-NEW-COUNT
                             DRM-HELD-COUNT
                             DRM-UNCL-COUNT
                             DRM-UNCL-TOTAL.
                PERFORM LOAD-LAST-ACTIVITY.
                PERFORM LOAD-STANDING-ORDERS.
                PERFORM BUILD-STANDING-SOURCES.
                PERFORM SCAN-PRIOR-CYCLE-HISTORY.
                PERFORM SCAN-THIS-CYCLE-HISTORY.
                PERFORM SCAN-JOURNAL-HISTORY.
                PERFORM SCAN-POSTING-REGISTER.
                PERFORM WRITE-DORMANCY-HEADER.
                OPEN OUTPUT UNCRPT.
                PERFORM WRITE-UNCLAIMED-HEADER.
                EXEC SQL OPEN  CUR9  END-EXEC.
                IF SQLCODE NOT = 0 THEN
                   MOVE 'OPEN CUR9' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF
                EXEC SQL FETCH CUR9  INTO :CUSTOMER-RECORD END-EXEC.
                PERFORM CHECK-DORMANCY
                     UNTIL SQLCODE IS NOT EQUAL TO ZERO.
                IF SQLCODE NOT = 100 THEN
                   MOVE 'FETCH CUR9' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF
                EXEC SQL CLOSE CUR9  END-EXEC.
                IF SQLCODE NOT = 0 THEN
                   MOVE 'CLOSE CUR9' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF
                PERFORM WRITE-UNCLAIMED-TRAILER.
                CLOSE UNCRPT.
                MOVE ZERO TO LAC-SUB2.
                PERFORM KEEP-LAST-ACTIVITY
                    VARYING LAC-SUB FROM 1 BY 1
                      UNTIL LAC-SUB > LAC-COUNT.
                MOVE LAC-SUB2 TO LAC-COUNT.
                SET LAC-TOUCHED TO TRUE.
                PERFORM WRITE-DORMANCY-TRAILER.
                MOVE DRM-NEW-COUNT TO ROW-COUNT.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
      * CHECK-DORMANCY - ONE TABLE ROW.  AN ACCOUNT THE REGISTER HAS
      * NEVER SEEN STARTS ITS CLOCK TODAY.
       CHECK-DORMANCY.
                MOVE ACCT-NO TO LAC-KEY-W.
                PERFORM FIND-LAST-ACTIVITY.
                IF LAC-HIT = ZERO
                   MOVE RUN-DATE-YMD TO LAC-DATE-W
                   PERFORM ADD-LAST-ACTIVITY
                END-IF.
                IF LAC-HIT > ZERO
                   MOVE RUN-DATE-YMD TO LAC-CHECKED(LAC-HIT)
                   COMPUTE DRM-IDLE-DAYS =
                           FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD)
                         - FUNCTION INTEGER-OF-DATE
                               (LAC-LAST-DATE(LAC-HIT))
                   MOVE ACCT-RSRVD TO STATUS-WORK
                   IF STATUS-ACTIVE
                      AND DRM-IDLE-DAYS NOT < DRM-THRESHOLD
                      PERFORM MAKE-ACCOUNT-DORMANT
                   END-IF
                   IF STATUS-DORMANT
                      ADD 1 TO DRM-HELD-COUNT
                      IF ACCT-BALANCE < ZERO
                         PERFORM WRITE-UNCLAIMED-LINE
                      END-IF
                   END-IF
                END-IF.
                EXEC SQL FETCH CUR9  INTO :CUSTOMER-RECORD END-EXEC.
      *
       MAKE-ACCOUNT-DORMANT.
                PERFORM FETCH-PRIOR-IMAGE.
                MOVE 'DORMANT' TO STATUS-WORK.
                PERFORM APPLY-STATUS-CHANGE.
                MOVE RUN-DATE-YMD TO LAC-DORMANT-DATE(LAC-HIT).
                ADD 1 TO DRM-NEW-COUNT.
                PERFORM WRITE-DORMANCY-LINE.
      *
      * AN ENTRY NOT CHECKED THIS PASS BELONGS TO AN ACCOUNT NO
      * LONGER ON THE TABLE AND IS DROPPED.
       KEEP-LAST-ACTIVITY.
                IF LAC-CHECKED(LAC-SUB) = RUN-DATE-YMD
                   ADD 1 TO LAC-SUB2
                   IF LAC-SUB2 < LAC-SUB
                      MOVE LAC-ENTRY(LAC-SUB) TO LAC-ENTRY(LAC-SUB2)
                   END-IF
                END-IF.
      *
      * BUILD-STANDING-SOURCES - THE ACCOUNT/SOURCE PAIRS OF EVERY
      * STANDING INSTRUCTION STILL ON FILE.  A CYCLE SUMMARY ONLY
      * KNOWS THE SOURCE OF AN ITEM, SO ANY ACTIVITY UNDER A SOURCE
      * THE ACCOUNT HAS A STANDING ORDER FOR IS TAKEN AS THE ORDER'S.
       BUILD-STANDING-SOURCES.
                MOVE ZERO TO DSI-COUNT.
                PERFORM ADD-STANDING-SOURCE
                    VARYING SOR-SUB FROM 1 BY 1
                      UNTIL SOR-SUB > SOR-COUNT.
      *
       ADD-STANDING-SOURCE.
                MOVE SOR-ACCTNO(SOR-SUB) TO DSK-ACCTNO.
                MOVE SOR-SOURCE(SOR-SUB) TO DSK-SOURCE.
                PERFORM FIND-STANDING-SOURCE.
                IF DSI-HIT = ZERO AND DSI-COUNT < 2000
                   ADD 1 TO DSI-COUNT
                   PERFORM SHIFT-STANDING-SOURCE-UP
                       VARYING DSI-SUB FROM DSI-COUNT BY -1
                         UNTIL DSI-SUB <= DSI-INS-AT
                   MOVE DSI-KEY-W TO DSI-KEY(DSI-INS-AT)
                END-IF.
      *
       SHIFT-STANDING-SOURCE-UP.
                COMPUTE DSI-SUB2 = DSI-SUB - 1.
                MOVE DSI-KEY(DSI-SUB2) TO DSI-KEY(DSI-SUB).
      *
       FIND-STANDING-SOURCE.
                MOVE ZERO TO DSI-HIT.
                MOVE 1 TO DSI-LO.
                MOVE DSI-COUNT TO DSI-HI.
                COMPUTE DSI-INS-AT = DSI-COUNT + 1.
                PERFORM BISECT-STANDING-SOURCES
                     UNTIL DSI-LO > DSI-HI OR DSI-HIT > ZERO.
      *
       BISECT-STANDING-SOURCES.
                COMPUTE DSI-MID = (DSI-LO + DSI-HI) / 2.
                EVALUATE TRUE
                   WHEN DSI-KEY(DSI-MID) = DSI-KEY-W
                      MOVE DSI-MID TO DSI-HIT
                   WHEN DSI-KEY(DSI-MID) > DSI-KEY-W
                      MOVE DSI-MID TO DSI-INS-AT
                      COMPUTE DSI-HI = DSI-MID - 1
                   WHEN OTHER
                      COMPUTE DSI-LO = DSI-MID + 1
                END-EVALUATE.
      *
      * SCAN-PRIOR-CYCLE-HISTORY / SCAN-THIS-CYCLE-HISTORY - THE 'S'
      * SOURCE BREAKDOWNS OF THE LAST TWO CYCLES.  A SOURCE WITH ANY
      * CUSTOMER ITEM COUNTS AS ACTIVITY ON THE CYCLE DATE.
       SCAN-PRIOR-CYCLE-HISTORY.
                MOVE 'Y' TO CYCPRV-SWITCH.
                OPEN INPUT CYCPRV.
                IF CYCPRV-STATUS = '00' OR '05'
                   PERFORM READ-ONE-PRIOR-RECORD
                   PERFORM NOTE-PRIOR-CYCLE-SOURCE
                       UNTIL NOMORE-CYCPRV
                   CLOSE CYCPRV
                ELSE
                   DISPLAY 'DORMANCY: CYCPRV OPEN FAILED, STATUS '
                           CYCPRV-STATUS
                END-IF.
      *
       NOTE-PRIOR-CYCLE-SOURCE.
                MOVE 'N' TO DRM-ITEM-SW.
                IF CYP-REC-TYPE = 'S'
                   AND CYP-CYCLE-DATE NUMERIC
                   AND (CYP-DR-COUNT > ZERO OR CYP-CR-COUNT > ZERO)
                   MOVE CYP-ACCTNO TO DSK-ACCTNO
                   MOVE CYP-SOURCE TO DSK-SOURCE
                   PERFORM EDIT-CYCLE-SOURCE
                END-IF.
                IF DRM-CUSTOMER-ITEM
                   MOVE CYP-ACCTNO     TO LAC-KEY-W
                   MOVE CYP-CYCLE-DATE TO LAC-DATE-W
                   PERFORM NOTE-LAST-ACTIVITY
                END-IF.
                PERFORM READ-ONE-PRIOR-RECORD.
      *
       SCAN-THIS-CYCLE-HISTORY.
                MOVE 'Y' TO CYCS-READ-SWITCH.
                OPEN INPUT CYCSUMN.
                IF CYCS-STATUS = '00'
                   PERFORM READ-ONE-CYCLE-RECORD
                   PERFORM NOTE-THIS-CYCLE-SOURCE
                       UNTIL NOMORE-CYCS
                   CLOSE CYCSUMN
                ELSE
                   DISPLAY 'DORMANCY: CYCSUMN OPEN FAILED, STATUS '
                           CYCS-STATUS
                END-IF.
      *
       NOTE-THIS-CYCLE-SOURCE.
                MOVE 'N' TO DRM-ITEM-SW.
                IF CYS-REC-TYPE = 'S'
                   AND CYS-CYCLE-DATE NUMERIC
                   AND (CYS-DR-COUNT > ZERO OR CYS-CR-COUNT > ZERO)
                   MOVE CYS-ACCTNO TO DSK-ACCTNO
                   MOVE CYS-SOURCE TO DSK-SOURCE
                   PERFORM EDIT-CYCLE-SOURCE
                END-IF.
                IF DRM-CUSTOMER-ITEM
                   MOVE CYS-ACCTNO     TO LAC-KEY-W
                   MOVE CYS-CYCLE-DATE TO LAC-DATE-W
                   PERFORM NOTE-LAST-ACTIVITY
                END-IF.
                PERFORM READ-ONE-CYCLE-RECORD.
      *
       EDIT-CYCLE-SOURCE.
                MOVE DSK-SOURCE TO DRM-SOURCE-W.
                IF NOT DRM-BANK-SOURCE
                   PERFORM FIND-STANDING-SOURCE
                   IF DSI-HIT = ZERO
                      SET DRM-CUSTOMER-ITEM TO TRUE
                   END-IF
                END-IF.
      *
      * SCAN-JOURNAL-HISTORY - THE RETAINED POSTJRN GENERATIONS.  THE
      * JOURNAL MARKS STANDING-ORDER ITEMS AND REVERSALS ON THE LINE
      * ITSELF, SO THESE ARE EXACT; A LINE THAT IS NOT A POSTING
      * (HEADINGS, A DAMAGED DATE) IS PASSED OVER.
       SCAN-JOURNAL-HISTORY.
                MOVE 'Y' TO JHST-READ-SWITCH.
                OPEN INPUT JHISTF.
                IF JHST-STATUS = '00' OR '05'
                   READ JHISTF RECORD INTO JHL-LINE
                      AT END SET NOMORE-JHST TO TRUE
                   END-READ
                   PERFORM NOTE-JOURNAL-LINE UNTIL NOMORE-JHST
                   CLOSE JHISTF
                ELSE
                   DISPLAY 'DORMANCY: JRNHIST OPEN FAILED, STATUS '
                           JHST-STATUS
                END-IF.
      *
       NOTE-JOURNAL-LINE.
                MOVE 'N' TO DRM-ITEM-SW.
                IF JHL-SRC-TAG = ' SRC='
                   AND JHL-MM NUMERIC AND JHL-DD NUMERIC
                   AND JHL-YYYY NUMERIC
                   MOVE JHL-SOURCE TO DRM-SOURCE-W
                   MOVE ZERO TO DRM-TALLY
                   INSPECT JHL-REST TALLYING DRM-TALLY
                       FOR ALL 'STANDING ORDER=' ALL 'REVERSES='
                   IF DRM-TALLY = ZERO AND NOT DRM-BANK-SOURCE
                      SET DRM-CUSTOMER-ITEM TO TRUE
                   END-IF
                END-IF.
                IF DRM-CUSTOMER-ITEM
                   MOVE JHL-YYYY TO DMW-YYYY
                   MOVE JHL-MM   TO DMW-MM
                   MOVE JHL-DD   TO DMW-DD
                   MOVE JHL-ACCTNO   TO LAC-KEY-W
                   MOVE DRM-DATE-YMD TO LAC-DATE-W
                   PERFORM NOTE-LAST-ACTIVITY
                END-IF.
                READ JHISTF RECORD INTO JHL-LINE
                   AT END SET NOMORE-JHST TO TRUE
                END-READ.
      *
      * SCAN-POSTING-REGISTER - PREFF, THE SAME WAY AS
      * LOAD-PROOF-POSTINGS.  IT CARRIES THE POSTINGS THE KEPT
      * JOURNAL GENERATIONS DO NOT YET HOLD, THIS RUN'S INCLUDED, SO
      * AN ACCOUNT THE CUSTOMER USED TODAY IS NOT MADE DORMANT.  EACH
      * ROW SAYS WHETHER IT CAME FROM A STANDING ORDER AND WHETHER IT
      * IS A REVERSAL, SO THESE ARE EXACT.
       SCAN-POSTING-REGISTER.
                PERFORM SET-PREF-INPUT.
                IF PREF-IN-INPUT
                   MOVE 'Y' TO PREF-SWITCH
                   READ PREFF RECORD INTO PRF-RECORD
                      AT END SET NOMORE-PREF TO TRUE
                   END-READ
                   PERFORM NOTE-REGISTER-POSTING UNTIL NOMORE-PREF
                   CLOSE PREFF
                   SET PREF-CLOSED TO TRUE
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'DORMANCY: POSTING REGISTER UNAVAILABLE -'
                           ' RECENT POSTINGS NOT SEEN'
                END-IF.
      *
       NOTE-REGISTER-POSTING.
                MOVE 'N' TO DRM-ITEM-SW.
                IF PRF-DATE IS NUMERIC
                   AND PRF-ACCTNO NOT = SPACES
                   AND PRF-ORIGIN NOT = 'S'
                   AND PRF-REVERSES = SPACES
                   MOVE PRF-SOURCE TO DRM-SOURCE-W
                   IF NOT DRM-BANK-SOURCE
                      SET DRM-CUSTOMER-ITEM TO TRUE
                   END-IF
                END-IF.
                IF DRM-CUSTOMER-ITEM
                   MOVE PRF-ACCTNO TO LAC-KEY-W
                   MOVE PRF-DATE   TO LAC-DATE-W
                   PERFORM NOTE-LAST-ACTIVITY
                END-IF.
                READ PREFF RECORD INTO PRF-RECORD
                   AT END SET NOMORE-PREF TO TRUE
                END-READ.
      *
      * NOTE-LAST-ACTIVITY - RECORD ACTIVITY ON LAC-DATE-W FOR
      * LAC-KEY-W, KEEPING THE LATEST DATE SEEN.
       NOTE-LAST-ACTIVITY.
                ADD 1 TO DRM-HIST-COUNT.
                PERFORM FIND-LAST-ACTIVITY.
                IF LAC-HIT = ZERO
                   PERFORM ADD-LAST-ACTIVITY
                ELSE
                   IF LAC-DATE-W > LAC-LAST-DATE(LAC-HIT)
                      MOVE LAC-DATE-W TO LAC-LAST-DATE(LAC-HIT)
                   END-IF
                END-IF.
      *
       ADD-LAST-ACTIVITY.
                IF LAC-COUNT < LAC-MAX
                   ADD 1 TO LAC-COUNT
                   PERFORM SHIFT-LAST-ACTIVITY-UP
                       VARYING LAC-SUB FROM LAC-COUNT BY -1
                         UNTIL LAC-SUB <= LAC-INS-AT
                   MOVE LAC-INS-AT TO LAC-HIT
                   MOVE LAC-KEY-W  TO LAC-ACCTNO(LAC-HIT)
                   MOVE LAC-DATE-W TO LAC-LAST-DATE(LAC-HIT)
                   MOVE ZERO       TO LAC-DORMANT-DATE(LAC-HIT)
                                      LAC-CHECKED(LAC-HIT)
                   SET LAC-TOUCHED TO TRUE
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'LAST-ACTIVITY TABLE FULL - ACCT '
                           LAC-KEY-W ' NOT TRACKED'
                END-IF.
      *
       SHIFT-LAST-ACTIVITY-UP.
                COMPUTE LAC-SUB2 = LAC-SUB - 1.
                MOVE LAC-ENTRY(LAC-SUB2) TO LAC-ENTRY(LAC-SUB).
      *
       WRITE-DORMANCY-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE DRM-THRESHOLD TO DRM-DAYS-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'DORMANCY PASS ' DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                       ' - ACCOUNTS IDLE AT LEAST ' DELIMITED BY SIZE
                       DRM-DAYS-O           DELIMITED BY SIZE
                       ' DAYS'              DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-DORMANCY-LINE.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE LAC-LAST-DATE(LAC-HIT) TO BIL-DATE-YMD.
                PERFORM FORMAT-BILLING-DATE.
                MOVE DRM-IDLE-DAYS TO DRM-DAYS-O.
                MOVE ACCT-BALANCE  TO DRM-BAL-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       ACCT-NO              DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       ACCT-LASTN           DELIMITED BY SIZE
                       ' LAST ACTIVITY '    DELIMITED BY SIZE
                       BIL-DATE-DISPLAY     DELIMITED BY SIZE
                       ' IDLE'              DELIMITED BY SIZE
                       DRM-DAYS-O           DELIMITED BY SIZE
                       ' BAL='              DELIMITED BY SIZE
                       DRM-BAL-O            DELIMITED BY SIZE
                       ' NOW DORMANT'       DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-DORMANCY-TRAILER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE DRM-HIST-COUNT TO DRM-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  HISTORY ITEMS COUNTED AS ACTIVITY: '
                                              DELIMITED BY SIZE
                       DRM-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE DRM-NEW-COUNT TO DRM-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCOUNTS MADE DORMANT THIS PASS:   '
                                              DELIMITED BY SIZE
                       DRM-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE DRM-HELD-COUNT TO DRM-CNT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCOUNTS NOW DORMANT:              '
                                              DELIMITED BY SIZE
                       DRM-CNT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE DRM-UNCL-COUNT TO DRM-CNT-O.
                MOVE DRM-UNCL-TOTAL TO DRM-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ON UNCLAIMED-PROPERTY REGISTER:    '
                                              DELIMITED BY SIZE
                       DRM-CNT-O            DELIMITED BY SIZE
                       '  CREDIT BALANCES ' DELIMITED BY SIZE
                       DRM-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 5 TO LINE-COUNT.
      *
      * THE UNCLAIMED-PROPERTY REGISTER - FOR THE ANNUAL ESCHEATMENT
      * FILING.  ONE ENTRY PER DORMANT ACCOUNT OWING THE CUSTOMER
      * MONEY: NAME, CREDIT HELD, LAST ACTIVITY AND DORMANT DATES,
      * THEN THE ADDRESS AS IT STANDS ON THE TABLE.
       WRITE-UNCLAIMED-HEADER.
                MOVE SPACES TO UNCREC.
                STRING 'UNCLAIMED PROPERTY REGISTER - DORMANT ACCOUNTS'
                                              DELIMITED BY SIZE
                       ' WITH CREDIT BALANCES AS OF '
                                              DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                    INTO UNCREC
                END-STRING.
                WRITE UNCREC AFTER ADVANCING PAGE.
                MOVE SPACES TO UNCREC.
                STRING 'ACCOUNT  NAME'      DELIMITED BY SIZE
                       '                                      '
                                              DELIMITED BY SIZE
                       'CREDIT HELD  LAST ACTIVITY  DORMANT SINCE'
                                              DELIMITED BY SIZE
                    INTO UNCREC
                END-STRING.
                WRITE UNCREC AFTER ADVANCING 2 LINES.
      *
       WRITE-UNCLAIMED-LINE.
                COMPUTE DRM-CREDIT-W = ZERO - ACCT-BALANCE.
                ADD 1 TO DRM-UNCL-COUNT.
                ADD DRM-CREDIT-W TO DRM-UNCL-TOTAL.
                MOVE DRM-CREDIT-W TO DRM-BAL-O.
                MOVE LAC-LAST-DATE(LAC-HIT) TO BIL-DATE-YMD.
                PERFORM FORMAT-BILLING-DATE.
                MOVE BIL-DATE-DISPLAY TO DRM-LAST-DISPLAY.
                MOVE SPACES TO DRM-DORM-DISPLAY.
                IF LAC-DORMANT-DATE(LAC-HIT) > ZERO
                   MOVE LAC-DORMANT-DATE(LAC-HIT) TO BIL-DATE-YMD
                   PERFORM FORMAT-BILLING-DATE
                   MOVE BIL-DATE-DISPLAY TO DRM-DORM-DISPLAY
                END-IF.
                MOVE SPACES TO UNCREC.
                STRING ACCT-NO              DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       ACCT-LASTN           DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       ACCT-FIRSTN          DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       DRM-BAL-O            DELIMITED BY SIZE
                       '   '                DELIMITED BY SIZE
                       DRM-LAST-DISPLAY     DELIMITED BY SIZE
                       '     '              DELIMITED BY SIZE
                       DRM-DORM-DISPLAY     DELIMITED BY SIZE
                    INTO UNCREC
                END-STRING.
                WRITE UNCREC AFTER ADVANCING 2 LINES.
                MOVE SPACES TO UNCREC.
                STRING '         '          DELIMITED BY SIZE
                       ACCT-ADDR1           DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       ACCT-ADDR2           DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       ACCT-ADDR3           DELIMITED BY SIZE
                    INTO UNCREC
                END-STRING.
                WRITE UNCREC AFTER ADVANCING 1 LINE.
      *
       WRITE-UNCLAIMED-TRAILER.
                MOVE DRM-UNCL-COUNT TO DRM-CNT-O.
                MOVE DRM-UNCL-TOTAL TO DRM-TOT-O.
                MOVE SPACES TO UNCREC.
                STRING 'ACCOUNTS ON REGISTER: ' DELIMITED BY SIZE
                       DRM-CNT-O            DELIMITED BY SIZE
                       '   TOTAL CREDIT HELD: ' DELIMITED BY SIZE
                       DRM-TOT-O            DELIMITED BY SIZE
                    INTO UNCREC
                END-STRING.
                WRITE UNCREC AFTER ADVANCING 3 LINES.
      *
      * REACTIVATE-ACCOUNT - '9' CONTROL RECORD: RETURN A DORMANT
      * ACCOUNT TO ACTIVE, RESTARTING ITS ACTIVITY CLOCK.  THIS IS THE
      * ONLY WAY BACK - A 'T' CARD CANNOT MAKE A DORMANT ACCOUNT
      * ACTIVE.  THE CUSTOMER ITEM THAT PROMPTED IT, IF KEYED ON THE
      * CARD, IS POSTED ONCE THE ACCOUNT IS ACTIVE AGAIN.
       REACTIVATE-ACCOUNT.
                PERFORM EDIT-REACTIVATE-CARD.
                IF DRM-REASON NOT = SPACES
                   MOVE 'REJECT-REACTIVATE' TO REQUEST-DESC
                   DISPLAY 'REACTIVATE: ACCOUNT ' CC-RA-ACCTNO
                           ' - ' DRM-REASON
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   PERFORM APPLY-REACTIVATION
                END-IF.
      *
       APPLY-REACTIVATION.
                MOVE 'ACTIVE' TO STATUS-WORK.
                PERFORM APPLY-STATUS-CHANGE.
                PERFORM LOAD-LAST-ACTIVITY.
                MOVE CC-RA-ACCTNO TO LAC-KEY-W.
                MOVE RUN-DATE-YMD TO LAC-DATE-W.
                PERFORM NOTE-LAST-ACTIVITY.
                IF LAC-HIT > ZERO
                   MOVE ZERO TO LAC-DORMANT-DATE(LAC-HIT)
                END-IF.
                SET LAC-TOUCHED TO TRUE.
                IF NOT RA-NO-POSTING
                   PERFORM OPEN-POSTING-FILES
                   MOVE SPACES          TO TRN-AREA
                   MOVE CC-RA-ACCTNO    TO TRN-ACCTNO
                   MOVE CC-RA-DC-CODE   TO TRN-DC-CODE
                   MOVE CC-RA-AMOUNT    TO TRN-AMOUNT
                   MOVE CC-RA-SOURCE    TO TRN-SOURCE
                   PERFORM EDIT-TRANSACTION
                   IF POST-REASON = SPACES
                      PERFORM APPLY-TRANSACTION
                   ELSE
                      PERFORM WRITE-POSTING-REJECT
                   END-IF
                END-IF.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
      * EDIT-REACTIVATE-CARD - SHARED BY THE STEP AND THE EDIT-ONLY
      * RUN.  LEAVES THE ACCOUNT'S PRIOR IMAGE FOR THE STATUS CHANGE.
       EDIT-REACTIVATE-CARD.
                MOVE SPACES TO DRM-REASON.
                IF CC-RA-ACCTNO = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING' TO DRM-REASON
                ELSE
                   MOVE CC-RA-ACCTNO TO ACCT-NO
                   PERFORM FETCH-PRIOR-IMAGE
                   IF PRIOR-IMAGE-MISSING
                      MOVE 'ACCOUNT NOT ON FILE' TO DRM-REASON
                   ELSE
                      MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                      IF NOT STATUS-DORMANT
                         MOVE 'ACCOUNT NOT DORMANT' TO DRM-REASON
                      END-IF
                   END-IF
                END-IF.
                IF DRM-REASON = SPACES AND NOT RA-NO-POSTING
                   EVALUATE TRUE
                      WHEN NOT RA-DC-VALID
                         MOVE 'DEBIT/CREDIT CODE INVALID'
                           TO DRM-REASON
                      WHEN CC-RA-AMOUNT-X NOT NUMERIC
                        OR CC-RA-AMOUNT = ZERO
                         MOVE 'AMOUNT INVALID' TO DRM-REASON
                      WHEN CC-RA-SOURCE = SPACES
                         MOVE 'SOURCE MISSING' TO DRM-REASON
                   END-EVALUATE
                END-IF.
      *
      * LAST-ACTIVITY REGISTER I/O - SAME LOAD-ON-FIRST-USE / REWRITE
      * CONVENTION AS THE BILLING STORE.
       LOAD-LAST-ACTIVITY.
                IF NOT LAC-LOADED
                   PERFORM READ-LAST-ACTIVITY-FILE
                END-IF.
      *
       READ-LAST-ACTIVITY-FILE.
                SET LAC-LOADED TO TRUE.
                MOVE ZERO TO LAC-COUNT.
                MOVE 'Y' TO LACT-READ-SWITCH.
                OPEN INPUT LACTF.
                IF LACT-STATUS = '00' OR '05'
                   READ LACTF RECORD INTO LAC-WORK-ENTRY
                      AT END SET NOMORE-LACT TO TRUE
                   END-READ
                   PERFORM STORE-LAST-ACTIVITY UNTIL NOMORE-LACT
                   CLOSE LACTF
                ELSE
                   DISPLAY 'LAST-ACTIVITY FILE OPEN FAILED, STATUS '
                           LACT-STATUS
                END-IF.
      *
       STORE-LAST-ACTIVITY.
                IF LAC-COUNT < LAC-MAX
                   ADD 1 TO LAC-COUNT
                   MOVE LAC-WORK-ENTRY TO LAC-ENTRY(LAC-COUNT)
                ELSE
                   DISPLAY 'LAST-ACTIVITY TABLE FULL - ACCT '
                           LCW-ACCTNO ' DROPPED'
                END-IF.
                READ LACTF RECORD INTO LAC-WORK-ENTRY
                   AT END SET NOMORE-LACT TO TRUE
                END-READ.
      *
       REWRITE-LAST-ACTIVITY-FILE.
                OPEN OUTPUT LACTF.
                PERFORM WRITE-LAST-ACTIVITY
                    VARYING LAC-SUB FROM 1 BY 1
                      UNTIL LAC-SUB > LAC-COUNT.
                CLOSE LACTF.
      *
       WRITE-LAST-ACTIVITY.
                MOVE SPACES TO LAC-WORK-ENTRY.
                MOVE LAC-ENTRY(LAC-SUB) TO LAC-WORK-ENTRY.
                WRITE LACTREC FROM LAC-WORK-ENTRY.
      *
      * FIND-LAST-ACTIVITY - BISECT THE REGISTER FOR LAC-KEY-W.
      * LAC-HIT IS ZERO WHEN THE ACCOUNT HAS NO ENTRY, AND LAC-INS-AT
      * IS THEN WHERE ONE WOULD GO.
       FIND-LAST-ACTIVITY.
                MOVE ZERO TO LAC-HIT.
                MOVE 1 TO LAC-LO.
                MOVE LAC-COUNT TO LAC-HI.
                COMPUTE LAC-INS-AT = LAC-COUNT + 1.
                PERFORM BISECT-LAST-ACTIVITY
                     UNTIL LAC-LO > LAC-HI OR LAC-HIT > ZERO.
      *
       BISECT-LAST-ACTIVITY.
                COMPUTE LAC-MID = (LAC-LO + LAC-HI) / 2.
                EVALUATE TRUE
                   WHEN LAC-ACCTNO(LAC-MID) = LAC-KEY-W
                      MOVE LAC-MID TO LAC-HIT
                   WHEN LAC-ACCTNO(LAC-MID) > LAC-KEY-W
                      MOVE LAC-MID TO LAC-INS-AT
                      COMPUTE LAC-HI = LAC-MID - 1
                   WHEN OTHER
                      COMPUTE LAC-LO = LAC-MID + 1
                END-EVALUATE.
      *
      * GL-JOURNAL-FEED - '0' CONTROL RECORD: RELEASE THE POSTINGS
      * SINCE THE LAST RELEASE TO THE GENERAL LEDGER AS BALANCED
      * JOURNAL ENTRIES.  EACH MOVEMENT BUCKET BECOMES A PAIR OF
      * ENTRIES AGAINST THE CARD-ACCOUNTS CONTROL ACCOUNT AND THE
      * LEDGER ACCOUNT ITS SOURCE IS MAPPED TO ON GLMAPF - A DEBIT TO
      * THE CUSTOMER DEBITS THE CONTROL ACCOUNT, A CREDIT CREDITS IT.
      * A SOURCE WITH NO MAPPING GOES TO THE SUSPENSE ACCOUNT AND IS
      * FLAGGED ON THE REPOUT LISTING FOR FINANCE.  THE BUCKETS ARE
      * PROVED BEFORE ANYTHING IS WRITTEN: IF THE MOVEMENT STORE
      * OVERFLOWED THIS RUN, OR THE BUCKETS' ITEMS AND DEBIT/CREDIT
      * TOTALS DO NOT AGREE WITH THE POSTING CONTROL TOTALS, POSTINGS
      * ARE MISSING FROM THE FEED - IT IS NOT RELEASED, THE BUCKETS
      * ARE KEPT, AND THE RUN ENDS WITH CONDITION CODE 8 SO THE
      * SCHEDULER HOLDS THE LEDGER LOAD.
       GL-JOURNAL-FEED.
                PERFORM LOAD-GL-MAPPING.
                IF GLM-RECV-ACCT = SPACES OR GLM-SUSP-ACCT = SPACES
                   MOVE 'REJECT-GL-FEED' TO REQUEST-DESC
                   DISPLAY 'GL-FEED: GLMAPF HAS NO CONTROL CARD -'
                           ' FEED NOT BUILT'
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   PERFORM BUILD-GL-FEED
                END-IF.
      *
       BUILD-GL-FEED.
                PERFORM LOAD-GL-MOVEMENTS.
                MOVE ZERO TO GLE-COUNT
                             GLF-DEBIT-TOTAL
                             GLF-CREDIT-TOTAL
                             GLF-SUSP-COUNT
                             GLF-SUSP-TOTAL.
                PERFORM WRITE-GL-FEED-HEADER.
                PERFORM MAP-GL-MOVEMENT
                    VARYING GLB-SUB FROM 1 BY 1
                      UNTIL GLB-SUB > GLB-COUNT.
                PERFORM PROVE-GL-FEED.
                IF GLF-REASON = SPACES
                   PERFORM RELEASE-GL-FEED
                   MOVE GLE-COUNT TO ROW-COUNT
                ELSE
                   MOVE ZERO TO ROW-COUNT
                   MOVE 8 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'GL-FEED: ' GLF-REASON
                           ' - FEED NOT RELEASED'
                END-IF.
                PERFORM WRITE-GL-FEED-TRAILER.
      *
      * PROVE-GL-FEED - THE BUCKETS MUST ACCOUNT FOR EVERY POSTING
      * COUNTED INTO THE CONTROL TOTALS SINCE THE LAST RELEASE.
      * LEAVES THE REASON FOR HOLDING THE FEED IN GLF-REASON.
       PROVE-GL-FEED.
                MOVE SPACES TO GLF-REASON.
                MOVE ZERO TO GLF-BKT-ITEMS
                             GLF-BKT-DEBITS
                             GLF-BKT-CREDITS.
                PERFORM SUM-GL-BUCKET
                    VARYING GLB-SUB FROM 1 BY 1
                      UNTIL GLB-SUB > GLB-COUNT.
                EVALUATE TRUE
                   WHEN GLB-FULL
                      MOVE 'GL MOVEMENT STORE OVERFLOWED'
                        TO GLF-REASON
                   WHEN GLF-BKT-ITEMS   NOT = GLC-ITEMS
                     OR GLF-BKT-DEBITS  NOT = GLC-DEBITS
                     OR GLF-BKT-CREDITS NOT = GLC-CREDITS
                      MOVE 'BUCKETS DO NOT AGREE WITH POSTING CONTROL'
                        TO GLF-REASON
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE.
      *
       SUM-GL-BUCKET.
                ADD GLB-ITEMS(GLB-SUB) TO GLF-BKT-ITEMS.
                IF GLB-DC(GLB-SUB) = 'D'
                   ADD GLB-AMOUNT(GLB-SUB) TO GLF-BKT-DEBITS
                ELSE
                   ADD GLB-AMOUNT(GLB-SUB) TO GLF-BKT-CREDITS
                END-IF.
      *
      * MAP-GL-MOVEMENT - ONE BUCKET TO ITS DEBIT AND CREDIT ENTRIES.
       MAP-GL-MOVEMENT.
                PERFORM FIND-GL-MAPPING.
                IF GLF-TO-SUSPENSE
                   ADD 1 TO GLF-SUSP-COUNT
                   ADD GLB-AMOUNT(GLB-SUB) TO GLF-SUSP-TOTAL
                END-IF.
                IF GLB-DC(GLB-SUB) = 'D'
                   MOVE GLM-RECV-ACCT   TO GLF-DR-ACCT
                   MOVE GLF-OFFSET-ACCT TO GLF-CR-ACCT
                ELSE
                   MOVE GLF-OFFSET-ACCT TO GLF-DR-ACCT
                   MOVE GLM-RECV-ACCT   TO GLF-CR-ACCT
                END-IF.
                MOVE GLF-DR-ACCT TO GLF-ENTRY-ACCT.
                MOVE 'D' TO GLF-SIDE-W.
                PERFORM ADD-GL-ENTRY.
                MOVE GLF-CR-ACCT TO GLF-ENTRY-ACCT.
                MOVE 'C' TO GLF-SIDE-W.
                PERFORM ADD-GL-ENTRY.
                PERFORM WRITE-GL-FEED-LINE.
      *
      * FIND-GL-MAPPING - THE OFFSETTING LEDGER ACCOUNT FOR THE
      * BUCKET: A CARD FOR ITS SOURCE AND CHARGE TYPE, ELSE A CARD
      * FOR ITS SOURCE WITH THE TYPE BLANK, ELSE SUSPENSE.
       FIND-GL-MAPPING.
                MOVE GLB-SOURCE(GLB-SUB) TO GBK-SOURCE.
                MOVE GLB-TYPE(GLB-SUB)   TO GBK-TYPE.
                MOVE ZERO TO GLM-HIT.
                PERFORM SCAN-GL-MAPPING
                    VARYING GLM-SUB FROM 1 BY 1
                      UNTIL GLM-SUB > GLM-COUNT.
                IF GLM-HIT = ZERO
                   MOVE SPACE TO GBK-TYPE
                   PERFORM SCAN-GL-MAPPING
                       VARYING GLM-SUB FROM 1 BY 1
                         UNTIL GLM-SUB > GLM-COUNT
                END-IF.
                IF GLM-HIT = ZERO
                   MOVE GLM-SUSP-ACCT TO GLF-OFFSET-ACCT
                   SET GLF-TO-SUSPENSE TO TRUE
                ELSE
                   MOVE GLM-ACCT(GLM-HIT) TO GLF-OFFSET-ACCT
                   MOVE 'N' TO GLF-SUSP-SW
                END-IF.
      *
       SCAN-GL-MAPPING.
                IF GLM-SOURCE(GLM-SUB) = GBK-SOURCE
                   AND GLM-TYPE(GLM-SUB) = GBK-TYPE
                   AND GLM-HIT = ZERO
                   MOVE GLM-SUB TO GLM-HIT
                END-IF.
      *
      * ADD-GL-ENTRY - GLF-ENTRY-ACCT IS THE LEDGER ACCOUNT AND
      * GLF-SIDE-W THE SIDE ('D'/'C') OF THE ENTRY BEING ADDED.
       ADD-GL-ENTRY.
                ADD 1 TO GLE-COUNT.
                MOVE GLF-ENTRY-ACCT       TO GLE-ACCT(GLE-COUNT).
                MOVE GLF-SIDE-W           TO GLE-DC(GLE-COUNT).
                MOVE GLB-AMOUNT(GLB-SUB)  TO GLE-AMOUNT(GLE-COUNT).
                MOVE GLB-SOURCE(GLB-SUB)  TO GLE-SOURCE(GLE-COUNT).
                MOVE GLB-TYPE(GLB-SUB)    TO GLE-TYPE(GLE-COUNT).
                MOVE GLB-ITEMS(GLB-SUB)   TO GLE-ITEMS(GLE-COUNT).
                IF GLF-TO-SUSPENSE
                   AND GLF-ENTRY-ACCT = GLM-SUSP-ACCT
                   MOVE 'Y' TO GLE-SUSPENSE(GLE-COUNT)
                ELSE
                   MOVE 'N' TO GLE-SUSPENSE(GLE-COUNT)
                END-IF.
                IF GLF-SIDE-W = 'D'
                   ADD GLB-AMOUNT(GLB-SUB) TO GLF-DEBIT-TOTAL
                ELSE
                   ADD GLB-AMOUNT(GLB-SUB) TO GLF-CREDIT-TOTAL
                END-IF.
      *
      * RELEASE-GL-FEED - WRITE THE PROVED ENTRIES AND EMPTY THE
      * MOVEMENT STORE; THE FLUSH CHECKPOINT MAKES THE RELEASE AND
      * THE EMPTIED STORE LAND TOGETHER.  EACH RELEASE IS ITS OWN
      * HEADER/DETAIL/TRAILER GROUP ON GLFEED.
       RELEASE-GL-FEED.
                PERFORM OPEN-GL-FEED-FILE.
                MOVE RUN-DATE-YMD TO GFH-BUS-DATE.
                WRITE GLFREC FROM GLF-HEADER.
                MOVE 1 TO GLF-RECORD-COUNT.
                PERFORM WRITE-GL-FEED-ENTRY
                    VARYING GLE-SUB FROM 1 BY 1
                      UNTIL GLE-SUB > GLE-COUNT.
                ADD 1 TO GLF-RECORD-COUNT.
                MOVE GLE-COUNT        TO GFT-ENTRY-COUNT.
                MOVE GLF-DEBIT-TOTAL  TO GFT-DEBIT-TOTAL.
                MOVE GLF-CREDIT-TOTAL TO GFT-CREDIT-TOTAL.
                MOVE GLF-SUSP-COUNT   TO GFT-SUSP-COUNT.
                MOVE GLF-SUSP-TOTAL   TO GFT-SUSP-TOTAL.
                MOVE GLF-RECORD-COUNT TO GFT-RECORD-COUNT.
                WRITE GLFREC FROM GLF-TRAILER.
                MOVE ZERO TO GLB-COUNT
                             GLC-ITEMS
                             GLC-DEBITS
                             GLC-CREDITS.
                SET GLB-TOUCHED TO TRUE.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
      * GLFEED IS OPENED ON THE FIRST RELEASE AND STAYS OPEN FOR THE
      * REST OF THE RUN, WITH THE SAME RESTART-APPEND CONVENTION AS
      * POSTJRN - A RELEASE AHEAD OF THE RESTART POINT HAS ALREADY
      * EMPTIED ITS BUCKETS, SO ITS GROUP MUST NOT BE TRUNCATED.
       OPEN-GL-FEED-FILE.
                IF NOT GLFEED-OPEN
                   IF RESTART-SEQ = ZERO
                      OPEN OUTPUT GLFEEDF
                   ELSE
                      OPEN EXTEND GLFEEDF
                   END-IF
                   SET GLFEED-OPEN TO TRUE
                END-IF.
      *
       WRITE-GL-FEED-ENTRY.
                MOVE SPACES TO GLF-DETAIL.
                MOVE 'D'                  TO GFD-REC-TYPE.
                MOVE RUN-DATE-YMD         TO GFD-BUS-DATE.
                MOVE GLE-ACCT(GLE-SUB)    TO GFD-LEDGER-ACCT.
                MOVE GLE-DC(GLE-SUB)      TO GFD-DC.
                MOVE GLE-AMOUNT(GLE-SUB)  TO GFD-AMOUNT.
                MOVE GLE-SOURCE(GLE-SUB)  TO GFD-SOURCE.
                MOVE GLE-TYPE(GLE-SUB)    TO GFD-CHARGE-TYPE.
                MOVE GLE-ITEMS(GLE-SUB)   TO GFD-ITEMS.
                MOVE GLE-TYPE(GLE-SUB)    TO GBK-TYPE.
                PERFORM FORMAT-GL-TYPE.
                MOVE GLF-TYPE-TEXT        TO GFD-DESC.
                MOVE GLE-SUSPENSE(GLE-SUB) TO GFD-SUSPENSE.
                WRITE GLFREC FROM GLF-DETAIL.
                ADD 1 TO GLF-RECORD-COUNT.
      *
       FORMAT-GL-TYPE.
                EVALUATE GBK-TYPE
                   WHEN 'T'
                      MOVE 'TELLER POSTING'      TO GLF-TYPE-TEXT
                   WHEN 'B'
                      MOVE 'CLEARING SETTLEMENT' TO GLF-TYPE-TEXT
                   WHEN 'I'
                      MOVE 'INTEREST'            TO GLF-TYPE-TEXT
                   WHEN 'O'
                      MOVE 'OVER-LIMIT FEE'      TO GLF-TYPE-TEXT
                   WHEN 'L'
                      MOVE 'LATE FEE'            TO GLF-TYPE-TEXT
                   WHEN 'R'
                      MOVE 'REVERSAL'            TO GLF-TYPE-TEXT
                   WHEN 'S'
                      MOVE 'STANDING ORDER'      TO GLF-TYPE-TEXT
                   WHEN OTHER
                      MOVE 'OTHER'               TO GLF-TYPE-TEXT
                END-EVALUATE.
      *
       WRITE-GL-FEED-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'GL JOURNAL FEED - BUSINESS DATE '
                                              DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                       '  CONTROL ACCOUNT ' DELIMITED BY SIZE
                       GLM-RECV-ACCT        DELIMITED BY SIZE
                       '  SUSPENSE '        DELIMITED BY SIZE
                       GLM-SUSP-ACCT        DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-GL-FEED-LINE.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE GLB-TYPE(GLB-SUB) TO GBK-TYPE.
                PERFORM FORMAT-GL-TYPE.
                MOVE GLB-ITEMS(GLB-SUB)  TO GLF-CNT-O.
                MOVE GLB-AMOUNT(GLB-SUB) TO GLF-AMT-O.
                MOVE SPACES TO GLF-FLAG-TEXT.
                IF GLF-TO-SUSPENSE
                   MOVE '  ** UNMAPPED SOURCE - SUSPENSE'
                     TO GLF-FLAG-TEXT
                END-IF.
                MOVE SPACES TO REPORT-LINE.
                STRING '  SRC='               DELIMITED BY SIZE
                       GLB-SOURCE(GLB-SUB)  DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       GLF-TYPE-TEXT        DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       GLB-DC(GLB-SUB)      DELIMITED BY SIZE
                       ' ITEMS='            DELIMITED BY SIZE
                       GLF-CNT-O            DELIMITED BY SIZE
                       ' AMT='              DELIMITED BY SIZE
                       GLF-AMT-O            DELIMITED BY SIZE
                       ' DR='               DELIMITED BY SIZE
                       GLF-DR-ACCT          DELIMITED BY SIZE
                       ' CR='               DELIMITED BY SIZE
                       GLF-CR-ACCT          DELIMITED BY SIZE
                       GLF-FLAG-TEXT        DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-GL-FEED-TRAILER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE GLE-COUNT        TO GLF-CNT-O.
                MOVE GLF-DEBIT-TOTAL  TO GLF-TOT-O.
                MOVE GLF-CREDIT-TOTAL TO GLF-TOT2-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ENTRIES: '          DELIMITED BY SIZE
                       GLF-CNT-O            DELIMITED BY SIZE
                       '  DEBITS: '         DELIMITED BY SIZE
                       GLF-TOT-O            DELIMITED BY SIZE
                       '  CREDITS: '        DELIMITED BY SIZE
                       GLF-TOT2-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE GLF-SUSP-COUNT TO GLF-CNT-O.
                MOVE GLF-SUSP-TOTAL TO GLF-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  UNMAPPED TO SUSPENSE: '
                                              DELIMITED BY SIZE
                       GLF-CNT-O            DELIMITED BY SIZE
                       '  AMOUNT: '         DELIMITED BY SIZE
                       GLF-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE GLC-ITEMS   TO GLF-CNT-O.
                MOVE GLC-DEBITS  TO GLF-TOT-O.
                MOVE GLC-CREDITS TO GLF-TOT2-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  POSTING CONTROL - ITEMS: '
                                              DELIMITED BY SIZE
                       GLF-CNT-O            DELIMITED BY SIZE
                       '  DEBITS: '         DELIMITED BY SIZE
                       GLF-TOT-O            DELIMITED BY SIZE
                       '  CREDITS: '        DELIMITED BY SIZE
                       GLF-TOT2-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE SPACES TO REPORT-LINE.
                IF GLF-REASON = SPACES
                   MOVE '  FEED PROVED - RELEASED TO GLFEED'
                     TO REPORT-LINE
                ELSE
                   STRING '  FEED NOT RELEASED - '
                                              DELIMITED BY SIZE
                          GLF-REASON        DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                END-IF.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 5 TO LINE-COUNT.
      *
      * LOAD-GL-MAPPING - READ THE WHOLE MAPPING FILE EVERY TIME, THE
      * SAME AS RATEF, SO A CORRECTED CARD TAKES EFFECT ON A RERUN.
       LOAD-GL-MAPPING.
                MOVE ZERO TO GLM-COUNT.
                MOVE SPACES TO GLM-RECV-ACCT
                               GLM-SUSP-ACCT.
                MOVE 'Y' TO GLMP-READ-SWITCH.
                OPEN INPUT GLMAPF.
                IF GLMP-STATUS = '00' OR '05'
                   READ GLMAPF RECORD INTO GMC-AREA
                      AT END SET NOMORE-GLMP TO TRUE
                   END-READ
                   PERFORM STORE-GL-MAPPING UNTIL NOMORE-GLMP
                   CLOSE GLMAPF
                ELSE
                   DISPLAY 'GL-FEED: GLMAPF OPEN FAILED, STATUS '
                           GLMP-STATUS
                END-IF.
      *
       STORE-GL-MAPPING.
                EVALUATE TRUE
                   WHEN GMC-CONTROL-CARD
                      MOVE GMC-RECV-ACCT TO GLM-RECV-ACCT
                      MOVE GMC-SUSP-ACCT TO GLM-SUSP-ACCT
                   WHEN GMC-MAP-CARD
                     AND GMC-SOURCE NOT = SPACES
                     AND GMC-TYPE-VALID
                     AND GMC-ACCT NOT = SPACES
                      IF GLM-COUNT < GLM-MAX
                         ADD 1 TO GLM-COUNT
                         MOVE GMC-SOURCE TO GLM-SOURCE(GLM-COUNT)
                         MOVE GMC-TYPE   TO GLM-TYPE(GLM-COUNT)
                         MOVE GMC-ACCT   TO GLM-ACCT(GLM-COUNT)
                      ELSE
                         DISPLAY 'GL-FEED: MAPPING TABLE FULL - '
                                 GMC-SOURCE ' IGNORED'
                      END-IF
                   WHEN OTHER
                      DISPLAY 'GL-FEED: GLMAPF CARD INVALID - '
                              GMC-AREA
                END-EVALUATE.
                READ GLMAPF RECORD INTO GMC-AREA
                   AT END SET NOMORE-GLMP TO TRUE
                END-READ.
      *
      * NOTE-GL-MOVEMENT - ROLL ONE APPLIED POSTING INTO ITS GL
      * MOVEMENT BUCKET.  CALLED NEXT TO NOTE-CYCLE-ACTIVITY, SO
      * EVERY POSTING PATH COMES THROUGH HERE.  THE CONTROL TOTALS
      * TAKE THE POSTING WHETHER OR NOT A BUCKET CAN.
       NOTE-GL-MOVEMENT.
                PERFORM LOAD-GL-MOVEMENTS.
                ADD 1 TO GLC-ITEMS.
                IF TRN-DC-CODE = 'D'
                   ADD POST-AMOUNT TO GLC-DEBITS
                ELSE
                   ADD POST-AMOUNT TO GLC-CREDITS
                END-IF.
                SET GLB-TOUCHED TO TRUE.
                EVALUATE TRUE
                   WHEN POST-REVERSING
                      MOVE 'R' TO GBK-TYPE
                   WHEN TRN-SOURCE = 'INT '
                      MOVE 'I' TO GBK-TYPE
                   WHEN TRN-SOURCE = 'OVLF'
                      MOVE 'O' TO GBK-TYPE
                   WHEN TRN-SOURCE = 'LATE'
                      MOVE 'L' TO GBK-TYPE
                   WHEN TRN-FROM-CLEARING
                      MOVE 'B' TO GBK-TYPE
                   WHEN TRN-FROM-STANDING
                      MOVE 'S' TO GBK-TYPE
                   WHEN OTHER
                      MOVE 'T' TO GBK-TYPE
                END-EVALUATE.
                MOVE TRN-SOURCE  TO GBK-SOURCE.
                MOVE TRN-DC-CODE TO GBK-DC.
                PERFORM FIND-GL-BUCKET.
                IF GLB-HIT = ZERO AND GLB-COUNT < GLB-MAX
                   ADD 1 TO GLB-COUNT
                   MOVE GLB-COUNT TO GLB-HIT
                   MOVE GLB-KEY-W TO GLB-KEY(GLB-HIT)
                   MOVE ZERO      TO GLB-ITEMS(GLB-HIT)
                                     GLB-AMOUNT(GLB-HIT)
                END-IF.
                IF GLB-HIT > ZERO
                   ADD 1           TO GLB-ITEMS(GLB-HIT)
                   ADD POST-AMOUNT TO GLB-AMOUNT(GLB-HIT)
                ELSE
                   IF NOT GLB-FULL
                      SET GLB-FULL TO TRUE
                      MOVE 8 TO COND-CODE-WORK
                      PERFORM RAISE-CONDITION-CODE
                      DISPLAY 'GL MOVEMENT STORE FULL - LATER'
                              ' POSTINGS NOT FED TO THE LEDGER'
                   END-IF
                END-IF.
      *
       FIND-GL-BUCKET.
                MOVE ZERO TO GLB-HIT.
                PERFORM SCAN-GL-BUCKETS
                    VARYING GLB-SUB FROM 1 BY 1
                      UNTIL GLB-SUB > GLB-COUNT.
      *
       SCAN-GL-BUCKETS.
                IF GLB-KEY(GLB-SUB) = GLB-KEY-W
                   AND GLB-HIT = ZERO
                   MOVE GLB-SUB TO GLB-HIT
                END-IF.
      *
      * GL MOVEMENT STORE I/O - SAME LOAD-ON-FIRST-USE / REWRITE
      * CONVENTION AS THE CYCLE ACTIVITY STORE.  A BUCKET DROPPED ON
      * LOAD IS A LOSS THE CONTROL TOTALS WILL SHOW, BUT THE STORE IS
      * ALSO MARKED FULL SO THE NEXT '0' STEP IS HELD EITHER WAY.
       LOAD-GL-MOVEMENTS.
                IF NOT GLB-LOADED
                   PERFORM READ-GL-MOVEMENT-FILE
                END-IF.
      *
       READ-GL-MOVEMENT-FILE.
                SET GLB-LOADED TO TRUE.
                MOVE ZERO TO GLB-COUNT
                             GLC-ITEMS
                             GLC-DEBITS
                             GLC-CREDITS.
                MOVE 'Y' TO GLMV-READ-SWITCH.
                OPEN INPUT GLMOVF.
                IF GLMV-STATUS = '00' OR '05'
                   READ GLMOVF RECORD INTO GLB-WORK-ENTRY
                      AT END SET NOMORE-GLMV TO TRUE
                   END-READ
                   PERFORM STORE-GL-MOVEMENT UNTIL NOMORE-GLMV
                   CLOSE GLMOVF
                ELSE
                   DISPLAY 'GL MOVEMENT FILE OPEN FAILED, STATUS '
                           GLMV-STATUS
                END-IF.
      *
       STORE-GL-MOVEMENT.
                EVALUATE TRUE
                   WHEN GBC-CONTROL-REC
                      MOVE GBC-ITEMS   TO GLC-ITEMS
                      MOVE GBC-DEBITS  TO GLC-DEBITS
                      MOVE GBC-CREDITS TO GLC-CREDITS
                   WHEN GLB-COUNT < GLB-MAX
                      ADD 1 TO GLB-COUNT
                      MOVE GLB-WORK-ENTRY TO GLB-ENTRY(GLB-COUNT)
                   WHEN OTHER
                      IF NOT GLB-FULL
                         SET GLB-FULL TO TRUE
                         MOVE 8 TO COND-CODE-WORK
                         PERFORM RAISE-CONDITION-CODE
                      END-IF
                      DISPLAY 'GL MOVEMENT STORE FULL - '
                              GBW-SOURCE ' DROPPED'
                END-EVALUATE.
                READ GLMOVF RECORD INTO GLB-WORK-ENTRY
                   AT END SET NOMORE-GLMV TO TRUE
                END-READ.
      *
       REWRITE-GL-MOVEMENT-FILE.
                OPEN OUTPUT GLMOVF.
                MOVE SPACES      TO GLB-CONTROL-ENTRY.
                SET GBC-CONTROL-REC TO TRUE.
                MOVE GLC-ITEMS   TO GBC-ITEMS.
                MOVE GLC-DEBITS  TO GBC-DEBITS.
                MOVE GLC-CREDITS TO GBC-CREDITS.
                WRITE GLMVREC FROM GLB-CONTROL-ENTRY.
                PERFORM WRITE-GL-MOVEMENT
                    VARYING GLB-SUB FROM 1 BY 1
                      UNTIL GLB-SUB > GLB-COUNT.
                CLOSE GLMOVF.
      *
       WRITE-GL-MOVEMENT.
                MOVE SPACES TO GLB-WORK-ENTRY.
                MOVE GLB-ENTRY(GLB-SUB) TO GLB-WORK-ENTRY.
                WRITE GLMVREC FROM GLB-WORK-ENTRY.
      *
      * BUSINESS-DATE-CONTROL - '#' CONTROL RECORD.  ACTION 'R' ROLLS
      * THE BUSINESS DATE TO THE DATE KEYED; A CARD KEYED WITH THE
      * CURRENT BUSINESS DATE CHANGES NOTHING, SO A RESUBMITTED DECK
      * CANNOT ADVANCE THE DATE TWICE.  ACTION 'O' RECORDS A
      * SUPERVISOR'S AUTHORITY TO RERUN ONE CALENDAR STEP, OR RUN IT
      * OUT OF SEQUENCE, ONCE.  BOTH ARE CHECKPOINTED AT ONCE SO A
      * RESTART DOES NOT REPROCESS THEM.
       BUSINESS-DATE-CONTROL.
                PERFORM EDIT-BUSDATE-CARD.
                IF CAL-REASON NOT = SPACES
                   MOVE 'REJECT-BUS-DATE' TO REQUEST-DESC
                   DISPLAY 'BUSINESS-DATE: ' CAL-REASON
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   IF BD-ROLL
                      PERFORM ROLL-BUSINESS-DATE
                   ELSE
                      PERFORM SET-CALENDAR-OVERRIDE
                   END-IF
                END-IF.
      *
      * ROLL-BUSINESS-DATE - ANY OVERRIDE STILL OUTSTANDING WAS GIVEN
      * FOR THE OLD DATE AND LAPSES WITH IT.
       ROLL-BUSINESS-DATE.
                IF BDT-NEW-DATE = BDC-BUS-DATE
                   DISPLAY 'BUSINESS-DATE: ALREADY ' BDC-BUS-DATE
                           ' - NOT ROLLED'
                ELSE
                   DISPLAY 'BUSINESS-DATE: ROLLED FROM ' BDC-BUS-DATE
                           ' TO ' BDT-NEW-DATE
                   IF BDC-OVR-STEP NOT = SPACE
                      DISPLAY 'RUN-CALENDAR: OVERRIDE FOR STEP '
                              BDC-OVR-STEP ' BY ' BDC-OVR-BY
                              ' LAPSED UNUSED'
                   END-IF
                   MOVE BDT-NEW-DATE   TO BDC-BUS-DATE
                                          RUN-DATE-YMD
                   MOVE BDT-CLOCK-DATE TO BDC-ROLLED-ON
                   MOVE SIGNED-OPER    TO BDC-ROLLED-BY
                   MOVE SPACES TO BDC-OVR-STEP
                                  BDC-OVR-BY
                   PERFORM REWRITE-BUSINESS-DATE
                   PERFORM FORMAT-RUN-DATE
                   PERFORM WRITE-CHECKPOINT
                   MOVE ZERO TO COMMIT-COUNT
                END-IF.
      *
      * SET-CALENDAR-OVERRIDE - ONE OVERRIDE IS HELD AT A TIME; A
      * SECOND '#' 'O' CARD REPLACES THE FIRST.
       SET-CALENDAR-OVERRIDE.
                MOVE CC-BD-STEP       TO BDC-OVR-STEP.
                MOVE CC-BD-SUPERVISOR TO BDC-OVR-BY.
                PERFORM REWRITE-BUSINESS-DATE.
                DISPLAY 'RUN-CALENDAR: STEP ' CC-BD-STEP
                        ' OVERRIDE AUTHORIZED BY ' CC-BD-SUPERVISOR.
                PERFORM WRITE-CHECKPOINT.
                MOVE ZERO TO COMMIT-COUNT.
      *
      * EDIT-BUSDATE-CARD - SHARED BY THE STEP AND THE EDIT-ONLY RUN.
      * THE SUPERVISOR ON AN OVERRIDE MUST BE SOMEONE OTHER THAN THE
      * SIGNED-ON OPERATOR WHEN ENTITLEMENTS ARE IN FORCE.
       EDIT-BUSDATE-CARD.
                MOVE SPACES TO CAL-REASON.
                EVALUATE TRUE
                   WHEN BD-ROLL
                      PERFORM EDIT-ROLL-DATE
                   WHEN BD-OVERRIDE
                      EVALUATE TRUE
                         WHEN NOT BD-STEP-VALID
                            MOVE 'OVERRIDE STEP CODE INVALID'
                              TO CAL-REASON
                         WHEN CC-BD-SUPERVISOR = SPACES
                            MOVE 'SUPERVISOR ID MISSING' TO CAL-REASON
                         WHEN SECURITY-ON
                          AND CC-BD-SUPERVISOR = SIGNED-OPER
                            MOVE 'OPERATOR MAY NOT SELF-AUTHORIZE'
                              TO CAL-REASON
                      END-EVALUATE
                   WHEN OTHER
                      MOVE 'ACTION CODE INVALID' TO CAL-REASON
                END-EVALUATE.
      *
      * EDIT-ROLL-DATE - THE NEW DATE MUST BE A REAL DATE, NOT BEFORE
      * THE CURRENT BUSINESS DATE AND NOT MORE THAN BDT-MAX-ROLL-DAYS
      * AHEAD OF IT - A LONGER GAP IS ROLLED WITH SEVERAL CARDS, SO A
      * MISKEYED YEAR OR MONTH CANNOT CARRY THE CALENDAR AWAY.
       EDIT-ROLL-DATE.
                MOVE ZERO TO BDT-NEW-DATE.
                IF CC-BD-DATE = SPACES
                   MOVE 'ROLL DATE MISSING' TO CAL-REASON
                ELSE
                   IF CC-BD-DATE NOT NUMERIC
                      MOVE 'ROLL DATE INVALID' TO CAL-REASON
                   ELSE
                      MOVE CC-BD-DATE-N TO SOR-DATE-YMD
                      PERFORM EDIT-STANDING-DATE
                      IF NOT SOR-DATE-OK
                         MOVE 'ROLL DATE INVALID' TO CAL-REASON
                      ELSE
                         MOVE SOR-DATE-YMD TO BDT-NEW-DATE
                      END-IF
                   END-IF
                END-IF.
                IF CAL-REASON = SPACES
                   COMPUTE BDT-DAYNO =
                           FUNCTION INTEGER-OF-DATE(BDT-NEW-DATE)
                         - FUNCTION INTEGER-OF-DATE(BDC-BUS-DATE)
                   IF BDT-DAYNO < ZERO
                      MOVE 'ROLL DATE BEFORE BUSINESS DATE'
                        TO CAL-REASON
                   ELSE
                      IF BDT-DAYNO > BDT-MAX-ROLL-DAYS
                         MOVE 'ROLL DATE TOO FAR AHEAD' TO CAL-REASON
                      END-IF
                   END-IF
                END-IF.
      *
      * CHECK-RUN-CALENDAR - AHEAD OF EACH ONCE-PER-PERIOD STEP ('I',
      * 'Y', 'U', 'Z', 'O').  A STEP ALREADY COMPLETED FOR THE PERIOD,
      * A CYCLE BEFORE THAT MONTH'S ACCRUAL, OR AN ACCRUAL INTO A
      * MONTH ALREADY CYCLED IS REFUSED WITH CONDITION CODE 8 SO THE
      * SCHEDULER HOLDS WHAT DEPENDS ON IT - UNLESS A SUPERVISOR
      * OVERRIDE FOR THAT STEP IS ON FILE.  CAL-REASON IS LEFT BLANK
      * WHEN THE STEP MAY RUN.
       CHECK-RUN-CALENDAR.
                MOVE SPACES TO CAL-REASON.
                MOVE REJ-COUNT TO CAL-REJ-BEFORE.
                COMPUTE CAL-PERIOD-W = RUN-DATE-YMD / 100.
                EVALUATE TRUE
                   WHEN CC-REQ-ACCRUE
                      IF BDC-ACCRUE-PERIOD = CAL-PERIOD-W
                         MOVE 'ACCRUAL ALREADY RUN THIS MONTH'
                           TO CAL-REASON
                      ELSE
                         IF BDC-CYCLE-PERIOD = CAL-PERIOD-W
                            MOVE 'MONTH ALREADY CYCLED'
                              TO CAL-REASON
                         END-IF
                      END-IF
                   WHEN CC-REQ-CYCLE
                      IF BDC-CYCLE-PERIOD = CAL-PERIOD-W
                         MOVE 'CYCLE ALREADY RUN THIS MONTH'
                           TO CAL-REASON
                      ELSE
                         IF BDC-ACCRUE-PERIOD NOT = CAL-PERIOD-W
                            MOVE 'ACCRUAL NOT YET RUN THIS MONTH'
                              TO CAL-REASON
                         END-IF
                      END-IF
                   WHEN CC-REQ-PURGE
                      IF BDC-PURGE-PERIOD = CAL-PERIOD-W
                         MOVE 'PURGE ALREADY RUN THIS MONTH'
                           TO CAL-REASON
                      END-IF
                   WHEN CC-REQ-SNAPCMP
                      IF BDC-SNAP-DATE = RUN-DATE-YMD
                         MOVE 'SNAPSHOT ALREADY CUT TODAY'
                           TO CAL-REASON
                      END-IF
                   WHEN CC-REQ-AGING
                      IF BDC-AGING-DATE = RUN-DATE-YMD
                         MOVE 'AGING SNAPSHOT ALREADY CUT TODAY'
                           TO CAL-REASON
                      END-IF
                END-EVALUATE.
                IF CAL-REASON NOT = SPACES
                   AND BDC-OVR-STEP = CC-REQUEST-CODE
                   DISPLAY 'RUN-CALENDAR: STEP ' CC-REQUEST-CODE
                           ' ' CAL-REASON
                   DISPLAY 'RUN-CALENDAR: RUN UNDER OVERRIDE BY '
                           BDC-OVR-BY
                   MOVE SPACES TO CAL-REASON
                END-IF.
                IF CAL-REASON NOT = SPACES
                   MOVE 'REJECT-CALENDAR' TO REQUEST-DESC
                   DISPLAY 'RUN-CALENDAR: STEP ' CC-REQUEST-CODE
                           ' REFUSED - ' CAL-REASON
                   PERFORM REJECT-CONTROL-RECORD
                   MOVE 8 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                END-IF.
      *
      * RECORD-CALENDAR-STEP - AFTER THE STEP HAS RUN.  A STEP THAT
      * REJECTED ITS OWN CARD HAS NOT COMPLETED AND IS NOT RECORDED.
      * AN OVERRIDE FOR THE STEP IS USED UP.  THE CHECKPOINT KEEPS A
      * RESTART FROM REPROCESSING THE CARD AND BEING REFUSED.
       RECORD-CALENDAR-STEP.
                IF REJ-COUNT = CAL-REJ-BEFORE
                   EVALUATE TRUE
                      WHEN CC-REQ-ACCRUE
                         MOVE CAL-PERIOD-W TO BDC-ACCRUE-PERIOD
                      WHEN CC-REQ-CYCLE
                         MOVE CAL-PERIOD-W TO BDC-CYCLE-PERIOD
                      WHEN CC-REQ-PURGE
                         MOVE CAL-PERIOD-W TO BDC-PURGE-PERIOD
                      WHEN CC-REQ-SNAPCMP
                         MOVE RUN-DATE-YMD TO BDC-SNAP-DATE
                      WHEN CC-REQ-AGING
                         MOVE RUN-DATE-YMD TO BDC-AGING-DATE
                   END-EVALUATE
                   IF BDC-OVR-STEP = CC-REQUEST-CODE
                      MOVE SPACES TO BDC-OVR-STEP
                                     BDC-OVR-BY
                   END-IF
                   PERFORM REWRITE-BUSINESS-DATE
                   SET CHKPT-FLUSH-CYCLE TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   MOVE ZERO TO COMMIT-COUNT
                END-IF.
      *
       REWRITE-BUSINESS-DATE.
                OPEN OUTPUT BDATEF.
                WRITE BDTREC FROM BDC-RECORD.
                CLOSE BDATEF.
      *
      * BALANCE-PROOF - '=' CONTROL RECORD: PROVE EVERY ACCOUNT'S
      * BALANCE ARITHMETICALLY.  THE 'G' RECONCILIATION ONLY PROVES
      * THE FILE TOTAL AND THE 'Z' COMPARE ONLY FINDS ROWS CHANGED
      * OUTSIDE MAINTENANCE; HERE EACH ACCOUNT'S BALANCE ON THE PRIOR
      * TBLSNAP IMAGE, PLUS THE POSTINGS (TELLER, CLEARING, ACCRUAL,
      * FEES, STANDING ORDERS AND REVERSALS) AND THE MAINTENANCE
      * BALANCE CHANGES DATED AFTER THAT SNAPSHOT, MUST EQUAL THE
      * LIVE BALANCE.  THE POSTINGS ARE TAKEN FROM THE POSTING
      * REFERENCE REGISTER, WHICH HOLDS ONE RECORD FOR EVERY POSTJRN
      * LINE ACROSS RUNS, SO A PROOF AFTER SEVERAL RUNS OR LATE IN
      * THE DECK SEES THEM ALL.  SINCE THE SNAPSHOT CARRIES ONLY ITS
      * DATE, THE 'Z' STEP MUST BE THE LAST BALANCE-CHANGING STEP OF
      * ITS BUSINESS DAY.  EVERY ACCOUNT OUT OF PROOF IS LISTED, WITH
      * TOTALS BY SOURCE, AND ENDS THE RUN WITH CONDITION CODE 8 SO
      * THE SCHEDULER HOLDS THE NEXT POSTING CYCLE.
       BALANCE-PROOF.
                MOVE ZERO TO BPF-COUNT
                             BPS-COUNT
                             BPF-ACCT-COUNT
                             BPF-PROVED-COUNT
                             BPF-OOP-COUNT
                             BPF-POST-COUNT
                             BPF-REV-COUNT
                             BPF-MAINT-COUNT
                             BPF-POST-NET
                             BPF-MAINT-NET
                             BPF-TOT-OPENING
                             BPF-TOT-MOVEMENT
                             BPF-TOT-EXPECTED
                             BPF-TOT-ACTUAL
                             BPF-TOT-DIFF.
                MOVE 'N' TO BPF-FULL-SW.
                MOVE 'Y' TO TSNAP-SWITCH.
                OPEN INPUT TBLSNAP.
                IF TSNAP-STATUS = '00' OR '05'
                   PERFORM READ-NEXT-TBLSNAP
                ELSE
                   SET NOMORE-TSNAP TO TRUE
                END-IF
                IF NOMORE-TSNAP
                   MOVE 'REJECT-PROOF' TO REQUEST-DESC
                   DISPLAY 'BALANCE-PROOF: NO PRIOR SNAPSHOT ON'
                           ' TBLSNAP, STATUS ' TSNAP-STATUS
                           ' - PROOF NOT RUN'
                   PERFORM REJECT-CONTROL-RECORD
                ELSE
                   MOVE TSN-DATE TO BPF-SNAP-DATE
                   PERFORM LOAD-PROOF-POSTINGS
                   PERFORM LOAD-PROOF-MAINTENANCE
                   PERFORM RUN-BALANCE-PROOF
                END-IF
                IF TSNAP-STATUS = '00' OR '05' OR '10'
                   CLOSE TBLSNAP
                END-IF.
      *
       RUN-BALANCE-PROOF.
                PERFORM WRITE-PROOF-HEADER.
                EXEC SQL OPEN  CUR9  END-EXEC.
                IF SQLCODE NOT = 0 THEN
                   MOVE 'OPEN CUR9' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF
                PERFORM FETCH-NEXT-CMP-ROW.
                PERFORM PROOF-MATCH-MERGE
                     UNTIL SQLCODE NOT = ZERO AND NOMORE-TSNAP.
                EXEC SQL CLOSE CUR9  END-EXEC.
                IF SQLCODE NOT = 0 THEN
                   MOVE 'CLOSE CUR9' TO UD-ERROR-MESSAGE
                   PERFORM SQL-ERROR-HANDLING
                END-IF
                PERFORM PROVE-UNSEEN-MOVEMENT
                    VARYING BPF-SUB FROM 1 BY 1
                      UNTIL BPF-SUB > BPF-COUNT.
                PERFORM WRITE-PROOF-SOURCE-HEADER.
                PERFORM WRITE-PROOF-SOURCE-LINE
                    VARYING BPS-SUB FROM 1 BY 1
                      UNTIL BPS-SUB > BPS-COUNT.
                PERFORM WRITE-PROOF-TRAILER.
                IF BPF-OOP-COUNT > ZERO
                   MOVE BPF-OOP-COUNT TO BPF-CNT-O
                   DISPLAY 'BALANCE-PROOF: ' BPF-CNT-O
                           ' ACCOUNTS OUT OF PROOF'
                   MOVE 8 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                END-IF.
      *
      * LOAD-PROOF-POSTINGS - ONE PASS OVER THE POSTING REFERENCE
      * REGISTER FOR THE POSTINGS DATED AFTER THE SNAPSHOT.  A
      * REVERSAL IS RECORDED IN THE DIRECTION IT WAS APPLIED, SO IT
      * NETS OUT THE POSTING IT REVERSES.
       LOAD-PROOF-POSTINGS.
                PERFORM SET-PREF-INPUT.
                IF PREF-IN-INPUT
                   MOVE 'Y' TO PREF-SWITCH
                   READ PREFF RECORD INTO PRF-RECORD
                      AT END SET NOMORE-PREF TO TRUE
                   END-READ
                   PERFORM NOTE-PROOF-POSTING UNTIL NOMORE-PREF
                   CLOSE PREFF
                   SET PREF-CLOSED TO TRUE
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'BALANCE-PROOF: POSTING REGISTER'
                           ' UNAVAILABLE - POSTED ACCOUNTS WILL NOT'
                           ' PROVE'
                END-IF.
      *
       NOTE-PROOF-POSTING.
                IF PRF-DATE IS NUMERIC
                   AND PRF-DATE > BPF-SNAP-DATE
                   AND PRF-AMOUNT IS NUMERIC
                   IF PRF-DC-CODE = 'C'
                      COMPUTE BPF-AMOUNT-W = ZERO - PRF-AMOUNT
                   ELSE
                      MOVE PRF-AMOUNT TO BPF-AMOUNT-W
                   END-IF
                   MOVE PRF-ACCTNO TO BPF-KEY-W
                   PERFORM NOTE-PROOF-MOVEMENT
                   PERFORM NOTE-PROOF-SOURCE
                   ADD 1 TO BPF-POST-COUNT
                   ADD BPF-AMOUNT-W TO BPF-POST-NET
                   IF PRF-REVERSES NOT = SPACES
                      ADD 1 TO BPF-REV-COUNT
                   END-IF
                END-IF.
                READ PREFF RECORD INTO PRF-RECORD
                   AT END SET NOMORE-PREF TO TRUE
                END-READ.
      *
       NOTE-PROOF-SOURCE.
                MOVE ZERO TO BPS-HIT.
                PERFORM SCAN-PROOF-SOURCE
                    VARYING BPS-SUB FROM 1 BY 1
                      UNTIL BPS-SUB > BPS-COUNT.
                IF BPS-HIT = ZERO
                   IF BPS-COUNT < BPS-MAX
                      ADD 1 TO BPS-COUNT
                      MOVE BPS-COUNT  TO BPS-HIT
                      MOVE PRF-SOURCE TO BPS-SOURCE(BPS-HIT)
                      MOVE ZERO TO BPS-ITEMS(BPS-HIT)
                                   BPS-DEBITS(BPS-HIT)
                                   BPS-CREDITS(BPS-HIT)
                   ELSE
                      DISPLAY 'BALANCE-PROOF: SOURCE TABLE FULL - '
                              PRF-SOURCE ' NOT TOTALLED'
                   END-IF
                END-IF.
                IF BPS-HIT > ZERO
                   ADD 1 TO BPS-ITEMS(BPS-HIT)
                   IF PRF-DC-CODE = 'C'
                      ADD PRF-AMOUNT TO BPS-CREDITS(BPS-HIT)
                   ELSE
                      ADD PRF-AMOUNT TO BPS-DEBITS(BPS-HIT)
                   END-IF
                END-IF.
      *
       SCAN-PROOF-SOURCE.
                IF BPS-SOURCE(BPS-SUB) = PRF-SOURCE
                   AND BPS-HIT = ZERO
                   MOVE BPS-SUB TO BPS-HIT
                END-IF.
      *
      * LOAD-PROOF-MAINTENANCE - ONE PASS OVER HISTF FOR THE IMAGES
      * DATED AFTER THE SNAPSHOT.  AN ADD'S AFTER-IMAGE BRINGS ITS
      * OPENING BALANCE IN, A DELETE'S BEFORE-IMAGE TAKES THE
      * BALANCE OUT, AND A CHANGE MOVES IT BY AFTER LESS BEFORE.  THE
      * TEMPORARY-LIMIT IMAGES NEVER MOVE THE BALANCE.
       LOAD-PROOF-MAINTENANCE.
                MOVE SPACES TO BPF-PEND-ACCTNO.
                PERFORM SET-HISTF-INPUT.
                IF HISTF-IN-INPUT
                   MOVE 'Y' TO HIST-SWITCH
                   READ HISTF RECORD INTO HST-RECORD
                      AT END SET NOMORE-HISTORY TO TRUE
                   END-READ
                   PERFORM NOTE-PROOF-IMAGE UNTIL NOMORE-HISTORY
                   PERFORM FLUSH-PROOF-BEFORE-IMAGE
                   CLOSE HISTF
                   SET HISTF-CLOSED TO TRUE
                ELSE
                   MOVE 4 TO COND-CODE-WORK
                   PERFORM RAISE-CONDITION-CODE
                   DISPLAY 'BALANCE-PROOF: HISTORY FILE UNAVAILABLE'
                           ' - MAINTAINED ACCOUNTS MAY NOT PROVE'
                END-IF.
      *
       NOTE-PROOF-IMAGE.
                IF HST-DATE IS NUMERIC
                   AND HST-DATE > BPF-SNAP-DATE
                   AND HST-BALANCE IS NUMERIC
                   AND NOT HST-TEMP-LIMIT-IMAGE
                   ADD 1 TO BPF-MAINT-COUNT
                   EVALUATE TRUE
                      WHEN HST-BEFORE-CHANGE
                         PERFORM FLUSH-PROOF-BEFORE-IMAGE
                         MOVE HST-ACCTNO  TO BPF-PEND-ACCTNO
                         MOVE HST-BALANCE TO BPF-PEND-BAL
                      WHEN HST-AFTER-CHANGE
                        AND HST-ACCTNO = BPF-PEND-ACCTNO
                         COMPUTE BPF-AMOUNT-W =
                                 HST-BALANCE - BPF-PEND-BAL
                         MOVE SPACES TO BPF-PEND-ACCTNO
                         PERFORM NOTE-PROOF-IMAGE-MOVEMENT
                      WHEN HST-AFTER-CHANGE OR HST-AFTER-ADD
                         PERFORM FLUSH-PROOF-BEFORE-IMAGE
                         MOVE HST-BALANCE TO BPF-AMOUNT-W
                         PERFORM NOTE-PROOF-IMAGE-MOVEMENT
                      WHEN HST-BEFORE-DELETE
                         PERFORM FLUSH-PROOF-BEFORE-IMAGE
                         COMPUTE BPF-AMOUNT-W = ZERO - HST-BALANCE
                         PERFORM NOTE-PROOF-IMAGE-MOVEMENT
                   END-EVALUATE
                END-IF.
                READ HISTF RECORD INTO HST-RECORD
                   AT END SET NOMORE-HISTORY TO TRUE
                END-READ.
      *
      * FLUSH-PROOF-BEFORE-IMAGE - A BEFORE-IMAGE WITH NO AFTER-IMAGE
      * BEHIND IT STILL TAKES ITS BALANCE OUT.
       FLUSH-PROOF-BEFORE-IMAGE.
                IF BPF-PEND-ACCTNO NOT = SPACES
                   MOVE BPF-PEND-ACCTNO TO BPF-KEY-W
                   COMPUTE BPF-AMOUNT-W = ZERO - BPF-PEND-BAL
                   MOVE SPACES TO BPF-PEND-ACCTNO
                   IF BPF-AMOUNT-W NOT = ZERO
                      ADD BPF-AMOUNT-W TO BPF-MAINT-NET
                      PERFORM NOTE-PROOF-MOVEMENT
                   END-IF
                END-IF.
      *
       NOTE-PROOF-IMAGE-MOVEMENT.
                IF BPF-AMOUNT-W NOT = ZERO
                   MOVE HST-ACCTNO TO BPF-KEY-W
                   ADD BPF-AMOUNT-W TO BPF-MAINT-NET
                   PERFORM NOTE-PROOF-MOVEMENT
                END-IF.
      *
      * NOTE-PROOF-MOVEMENT - ADD BPF-AMOUNT-W TO BPF-KEY-W'S ENTRY,
      * MAKING ONE IN ACCOUNT ORDER IF IT HAS NONE.  AN ACCOUNT THAT
      * CANNOT BE ENTERED WHEN THE STORE IS FULL WILL SHOW OUT OF
      * PROOF - THE TRAILER SAYS SO.
       NOTE-PROOF-MOVEMENT.
                PERFORM FIND-PROOF-MOVEMENT.
                IF BPF-HIT = ZERO
                   IF BPF-COUNT < BPF-MAX
                      ADD 1 TO BPF-COUNT
                      PERFORM SHIFT-PROOF-MOVEMENT-UP
                          VARYING BPF-SUB FROM BPF-COUNT BY -1
                            UNTIL BPF-SUB <= BPF-INS-AT
                      MOVE BPF-INS-AT TO BPF-HIT
                      MOVE BPF-KEY-W  TO BPF-ACCTNO(BPF-HIT)
                      MOVE ZERO       TO BPF-MOVEMENT(BPF-HIT)
                      MOVE 'N'        TO BPF-SEEN(BPF-HIT)
                   ELSE
                      IF NOT BPF-FULL
                         SET BPF-FULL TO TRUE
                         DISPLAY 'BALANCE-PROOF: MOVEMENT STORE FULL'
                                 ' AT ACCT ' BPF-KEY-W
                      END-IF
                   END-IF
                END-IF.
                IF BPF-HIT > ZERO
                   ADD BPF-AMOUNT-W TO BPF-MOVEMENT(BPF-HIT)
                END-IF.
      *
       SHIFT-PROOF-MOVEMENT-UP.
                COMPUTE BPF-SUB2 = BPF-SUB - 1.
                MOVE BPF-ENTRY(BPF-SUB2) TO BPF-ENTRY(BPF-SUB).
      *
      * FIND-PROOF-MOVEMENT - BISECT THE STORE FOR BPF-KEY-W.  BPF-HIT
      * IS ZERO WHEN THE ACCOUNT HAS NO ENTRY, AND BPF-INS-AT IS THEN
      * WHERE ONE WOULD GO.
       FIND-PROOF-MOVEMENT.
                MOVE ZERO TO BPF-HIT.
                MOVE 1 TO BPF-LO.
                MOVE BPF-COUNT TO BPF-HI.
                COMPUTE BPF-INS-AT = BPF-COUNT + 1.
                PERFORM BISECT-PROOF-MOVEMENT
                     UNTIL BPF-LO > BPF-HI OR BPF-HIT > ZERO.
      *
       BISECT-PROOF-MOVEMENT.
                COMPUTE BPF-MID = (BPF-LO + BPF-HI) / 2.
                EVALUATE TRUE
                   WHEN BPF-ACCTNO(BPF-MID) = BPF-KEY-W
                      MOVE BPF-MID TO BPF-HIT
                   WHEN BPF-ACCTNO(BPF-MID) > BPF-KEY-W
                      MOVE BPF-MID TO BPF-INS-AT
                      COMPUTE BPF-HI = BPF-MID - 1
                   WHEN OTHER
                      COMPUTE BPF-LO = BPF-MID + 1
                END-EVALUATE.
      *
      * PROOF-MATCH-MERGE - SAME BALANCE-LINE SHAPE AS CMP-MATCH-MERGE:
      * CURSOR AND SNAPSHOT BOTH RUN IN ACCOUNT-NUMBER ORDER.  A ROW
      * ADDED SINCE THE SNAPSHOT OPENS AT ZERO; A ROW GONE SINCE IT
      * MUST HAVE MOVED TO ZERO.
       PROOF-MATCH-MERGE.
                EVALUATE TRUE
                   WHEN SQLCODE NOT = ZERO
                      PERFORM PROOF-SNAPSHOT-ONLY
                   WHEN NOMORE-TSNAP
                      PERFORM PROOF-TABLE-ONLY
                   WHEN ACCT-NO < TSN-ACCTNO
                      PERFORM PROOF-TABLE-ONLY
                   WHEN ACCT-NO = TSN-ACCTNO
                      PERFORM PROOF-MATCHED-ROW
                   WHEN OTHER
                      PERFORM PROOF-SNAPSHOT-ONLY
                END-EVALUATE.
      *
       PROOF-TABLE-ONLY.
                MOVE ACCT-NO TO BPF-KEY-W.
                MOVE 'NOT ON SNAPSHOT' TO BPF-NOTE.
                MOVE ZERO TO BPF-OPENING.
                MOVE ACCT-BALANCE TO BPF-ACTUAL.
                PERFORM PROVE-ONE-ACCOUNT.
                PERFORM FETCH-NEXT-CMP-ROW.
      *
       PROOF-SNAPSHOT-ONLY.
                MOVE TSN-ACCTNO TO BPF-KEY-W.
                MOVE 'NO LONGER ON TABLE' TO BPF-NOTE.
                PERFORM SET-PROOF-OPENING.
                MOVE ZERO TO BPF-ACTUAL.
                PERFORM PROVE-ONE-ACCOUNT.
                PERFORM READ-NEXT-TBLSNAP.
      *
       PROOF-MATCHED-ROW.
                MOVE ACCT-NO TO BPF-KEY-W.
                MOVE SPACES TO BPF-NOTE.
                PERFORM SET-PROOF-OPENING.
                MOVE ACCT-BALANCE TO BPF-ACTUAL.
                PERFORM PROVE-ONE-ACCOUNT.
                PERFORM READ-NEXT-TBLSNAP.
                PERFORM FETCH-NEXT-CMP-ROW.
      *
       SET-PROOF-OPENING.
                IF TSN-BALANCE IS NUMERIC
                   MOVE TSN-BALANCE TO BPF-OPENING
                ELSE
                   MOVE ZERO TO BPF-OPENING
                   MOVE 'SNAPSHOT BALANCE INVALID' TO BPF-NOTE
                END-IF.
      *
      * PROVE-UNSEEN-MOVEMENT - AN ACCOUNT ADDED AND DELETED AGAIN
      * SINCE THE SNAPSHOT IS ON NEITHER SIDE OF THE MERGE; ITS
      * MOVEMENT MUST NET TO ZERO.
       PROVE-UNSEEN-MOVEMENT.
                IF BPF-SEEN(BPF-SUB) NOT = 'Y'
                   MOVE BPF-ACCTNO(BPF-SUB) TO BPF-KEY-W
                   MOVE 'NOT ON SNAPSHOT OR TABLE' TO BPF-NOTE
                   MOVE ZERO TO BPF-OPENING
                                BPF-ACTUAL
                   PERFORM PROVE-ONE-ACCOUNT
                END-IF.
      *
      * PROVE-ONE-ACCOUNT - EXPECTED = SNAPSHOT BALANCE + MOVEMENT;
      * ANY DIFFERENCE FROM THE ACTUAL BALANCE IS OUT OF PROOF.
       PROVE-ONE-ACCOUNT.
                PERFORM FIND-PROOF-MOVEMENT.
                IF BPF-HIT > ZERO
                   MOVE BPF-MOVEMENT(BPF-HIT) TO BPF-MOVE-W
                   MOVE 'Y' TO BPF-SEEN(BPF-HIT)
                ELSE
                   MOVE ZERO TO BPF-MOVE-W
                END-IF.
                COMPUTE BPF-EXPECTED = BPF-OPENING + BPF-MOVE-W.
                COMPUTE BPF-DIFF = BPF-ACTUAL - BPF-EXPECTED.
                ADD 1 TO BPF-ACCT-COUNT.
                ADD 1 TO ROW-COUNT.
                ADD BPF-OPENING  TO BPF-TOT-OPENING.
                ADD BPF-MOVE-W   TO BPF-TOT-MOVEMENT.
                ADD BPF-EXPECTED TO BPF-TOT-EXPECTED.
                ADD BPF-ACTUAL   TO BPF-TOT-ACTUAL.
                IF BPF-DIFF = ZERO
                   ADD 1 TO BPF-PROVED-COUNT
                ELSE
                   ADD 1 TO BPF-OOP-COUNT
                   ADD BPF-DIFF TO BPF-TOT-DIFF
                   PERFORM WRITE-PROOF-LINE
                END-IF.
      *
       WRITE-PROOF-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE SPACES TO REPORT-LINE.
                STRING 'BALANCE PROOF - BUSINESS DATE '
                                              DELIMITED BY SIZE
                       RUN-DATE-DISPLAY     DELIMITED BY SIZE
                       '  FROM SNAPSHOT OF ' DELIMITED BY SIZE
                       BPF-SNAP-DATE        DELIMITED BY SIZE
                       ' - ACCOUNTS OUT OF PROOF'
                                              DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-PROOF-LINE.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BPF-OPENING  TO BPF-OPEN-O.
                MOVE BPF-MOVE-W   TO BPF-MOVE-O.
                MOVE BPF-EXPECTED TO BPF-EXP-O.
                MOVE BPF-ACTUAL   TO BPF-ACT-O.
                MOVE BPF-DIFF     TO BPF-DIFF-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCT='              DELIMITED BY SIZE
                       BPF-KEY-W            DELIMITED BY SIZE
                       ' SNAPSHOT='         DELIMITED BY SIZE
                       BPF-OPEN-O           DELIMITED BY SIZE
                       ' MOVEMENT='         DELIMITED BY SIZE
                       BPF-MOVE-O           DELIMITED BY SIZE
                       ' EXPECTED='         DELIMITED BY SIZE
                       BPF-EXP-O            DELIMITED BY SIZE
                       ' ACTUAL='           DELIMITED BY SIZE
                       BPF-ACT-O            DELIMITED BY SIZE
                       ' DIFF='             DELIMITED BY SIZE
                       BPF-DIFF-O           DELIMITED BY SIZE
                       ' '                  DELIMITED BY SIZE
                       BPF-NOTE             DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-PROOF-SOURCE-HEADER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE '  POSTINGS PROVED BY TRN-SOURCE' TO REPORT-LINE.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
      *
       WRITE-PROOF-SOURCE-LINE.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BPS-ITEMS(BPS-SUB)   TO BPF-CNT-O.
                MOVE BPS-DEBITS(BPS-SUB)  TO BPF-TOT-O.
                MOVE BPS-CREDITS(BPS-SUB) TO BPF-TOT2-O.
                COMPUTE BPF-TOT3-O = BPS-DEBITS(BPS-SUB)
                                   - BPS-CREDITS(BPS-SUB).
                MOVE SPACES TO REPORT-LINE.
                STRING '  SRC='               DELIMITED BY SIZE
                       BPS-SOURCE(BPS-SUB)  DELIMITED BY SIZE
                       ' ITEMS='            DELIMITED BY SIZE
                       BPF-CNT-O            DELIMITED BY SIZE
                       ' DEBITS='           DELIMITED BY SIZE
                       BPF-TOT-O            DELIMITED BY SIZE
                       ' CREDITS='          DELIMITED BY SIZE
                       BPF-TOT2-O           DELIMITED BY SIZE
                       ' NET='              DELIMITED BY SIZE
                       BPF-TOT3-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 1 TO LINE-COUNT.
      *
       WRITE-PROOF-TRAILER.
                IF LINE-COUNT >= LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADERS
                END-IF
                MOVE BPF-POST-COUNT TO BPF-CNT-O.
                MOVE BPF-REV-COUNT  TO BPF-CNT2-O.
                MOVE BPF-POST-NET   TO BPF-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  POSTINGS: '         DELIMITED BY SIZE
                       BPF-CNT-O            DELIMITED BY SIZE
                       '  OF WHICH REVERSALS: '
                                              DELIMITED BY SIZE
                       BPF-CNT2-O           DELIMITED BY SIZE
                       '  NET: '            DELIMITED BY SIZE
                       BPF-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BPF-MAINT-COUNT TO BPF-CNT-O.
                MOVE BPF-MAINT-NET   TO BPF-TOT-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  MAINTENANCE IMAGES: ' DELIMITED BY SIZE
                       BPF-CNT-O            DELIMITED BY SIZE
                       '  NET BALANCE CHANGE: '
                                              DELIMITED BY SIZE
                       BPF-TOT-O            DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BPF-TOT-OPENING  TO BPF-TOT-O.
                MOVE BPF-TOT-MOVEMENT TO BPF-TOT2-O.
                MOVE BPF-TOT-EXPECTED TO BPF-TOT3-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  SNAPSHOT TOTAL: '   DELIMITED BY SIZE
                       BPF-TOT-O            DELIMITED BY SIZE
                       '  MOVEMENT: '       DELIMITED BY SIZE
                       BPF-TOT2-O           DELIMITED BY SIZE
                       '  EXPECTED: '       DELIMITED BY SIZE
                       BPF-TOT3-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
                MOVE BPF-TOT-ACTUAL TO BPF-TOT-O.
                MOVE BPF-TOT-DIFF   TO BPF-TOT2-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACTUAL TOTAL:   '   DELIMITED BY SIZE
                       BPF-TOT-O            DELIMITED BY SIZE
                       '  OUT OF PROOF BY: ' DELIMITED BY SIZE
                       BPF-TOT2-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE BPF-PROVED-COUNT TO BPF-CNT-O.
                MOVE BPF-OOP-COUNT    TO BPF-CNT2-O.
                MOVE SPACES TO REPORT-LINE.
                STRING '  ACCOUNTS PROVED: '  DELIMITED BY SIZE
                       BPF-CNT-O            DELIMITED BY SIZE
                       '  OUT OF PROOF: '   DELIMITED BY SIZE
                       BPF-CNT2-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                ADD 6 TO LINE-COUNT.
                IF BPF-FULL
                   MOVE '  ** MOVEMENT STORE FULL - SOME ACCOUNTS NOT'
                     TO REPORT-LINE
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
                   MOVE '     PROVED, OUT-OF-PROOF LIST OVERSTATED **'
                     TO REPORT-LINE
                   WRITE REPORT-LINE AFTER ADVANCING 1 LINE
                   ADD 2 TO LINE-COUNT
                END-IF.
      *
      * CLEARING-INTAKE - 'B' CONTROL RECORD: POST THE BANK CLEARING
      * FILE DIRECTLY, WITHOUT THE CLERK REKEYING IT AS TRANF CARDS.
      * EACH BATCH IS BUFFERED UNTIL ITS TRAILER, THEN THE ITEM COUNT
      * AND AMOUNT HASH ARE PROVED; A BALANCED BATCH IS POSTED ITEM
      * BY ITEM THROUGH THE SAME EDIT/APPLY/JOURNAL PATH AS TRANF,
      * AND AN OUT-OF-BALANCE BATCH IS REJECTED WHOLE TO POSTREJ
      * WITH ITS REASON.  A PER-BATCH AND PER-SOURCE SETTLEMENT
      * RECAP PRINTS ON REPOUT.  LIKE A 'P' CARD, THE POSTINGS ARE
      * NOT IDEMPOTENT, SO A CHECKPOINT IS TAKEN AS SOON AS THE PASS
      * COMPLETES.
       CLEARING-INTAKE.
                PERFORM OPEN-POSTING-FILES.
                MOVE ZERO TO CLB-BATCH-COUNT.
                MOVE ZERO TO CLB-BATCH-OK.
                MOVE ZERO TO CLB-BATCH-BAD.
                MOVE ZERO TO CLS-COUNT.
                MOVE 'N' TO CLB-IN-BATCH-SW.
                MOVE 'Y' TO CLR-READ-SWITCH.
                OPEN INPUT CLRF.
                IF CLR-STATUS = '00' OR '05'
                   PERFORM WRITE-CLEARING-HEADER
                   READ CLRF RECORD INTO CLR-AREA
                      AT END SET NOMORE-CLEARING TO TRUE
                   END-READ
                   PERFORM PROCESS-CLEARING-RECORD
                        UNTIL NOMORE-CLEARING
                   IF CLB-IN-BATCH
                      MOVE 'BATCH TRAILER MISSING' TO CLB-BAD-REASON
                      PERFORM REJECT-CLEARING-BATCH
                   END-IF
                   CLOSE CLRF
                   PERFORM WRITE-CLEARING-RECAP
                   SET CHKPT-FLUSH-CYCLE TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   MOVE ZERO TO COMMIT-COUNT
                ELSE
                   DISPLAY 'CLEARING-INTAKE: CLRF OPEN FAILED,'
                           ' STATUS ' CLR-STATUS
                   MOVE 'REJECT-CLEARING' TO REQUEST-DESC
                   PERFORM REJECT-CONTROL-RECORD
                END-IF.
      *
       PROCESS-CLEARING-RECORD.
                EVALUATE TRUE
                   WHEN CLR-HEADER
                      IF CLB-IN-BATCH
                         MOVE 'BATCH TRAILER MISSING'
                           TO CLB-BAD-REASON
                         PERFORM REJECT-CLEARING-BATCH
                      END-IF
                      PERFORM START-CLEARING-BATCH
                   WHEN CLR-DETAIL
                      PERFORM STORE-CLEARING-ITEM
                   WHEN CLR-TRAILER
                      PERFORM BALANCE-CLEARING-BATCH
                   WHEN OTHER
                      PERFORM REJECT-STRAY-CLEARING
                END-EVALUATE.
                   END-IF
                END-IF.
      *
      * A BATCH ID ALREADY ON THE POSTED-ITEM REGISTER MEANS THE BANK
      * HAS SENT THE BATCH AGAIN - IT GOES TO POSTREJ WHOLE, WHATEVER
      * ELSE IS RIGHT OR WRONG WITH IT.
       BALANCE-CLEARING-BATCH.
                IF NOT CLB-IN-BATCH
                   PERFORM REJECT-STRAY-CLEARING
                ELSE
                   PERFORM CHECK-DUPLICATE-BATCH
                   IF PIR-HIT > ZERO
                      MOVE 'DUPLICATE BATCH' TO CLB-BAD-REASON
                   END-IF
                   IF CLB-BAD-REASON = SPACES
                      AND (CLR-TRL-CNT-X NOT NUMERIC
                        OR CLR-TRL-HASH-X NOT NUMERIC)
                PERFORM APPLY-CLEARING-ITEM
                    VARYING CLB-SUB FROM 1 BY 1
                      UNTIL CLB-SUB > CLB-ITEM-COUNT.
                PERFORM REGISTER-CLEARING-BATCH.
                PERFORM WRITE-BATCH-RECAP-LINE.
                MOVE 'N' TO CLB-IN-BATCH-SW.
      *
                MOVE CLB-W-DC      TO TRN-DC-CODE.
                MOVE CLB-W-AMT-X   TO TRN-AMOUNT-X.
                MOVE CLB-W-SOURCE  TO TRN-SOURCE.
                SET TRN-FROM-CLEARING TO TRUE.
                PERFORM EDIT-TRANSACTION.
                IF POST-REASON = SPACES
                   PERFORM APPLY-TRANSACTION
      *
       LOAD-RATE-PARAMETERS.
                MOVE 'N' TO ACR-RATE-SWITCH.
                MOVE 'N' TO BIL-RULE-SWITCH.
                MOVE ZERO TO ACR-RULE-COUNT.
                MOVE 'Y' TO RATE-READ-SWITCH.
                OPEN INPUT RATEF.
                         DISPLAY 'INTEREST-ACCRUAL: MINIMUM-CHARGE'
                                 ' CARD DROPPED'
                      END-IF
                   WHEN RTP-PAY-CARD
                      IF RTP-PAY-PCT-X NUMERIC
                         AND RTP-PAY-FLOOR-X NUMERIC
                         MOVE RTP-PAY-PCT   TO BIL-PAY-PCT
                         MOVE RTP-PAY-FLOOR TO BIL-PAY-FLOOR
                         IF RTP-DUE-DAYS-X NUMERIC
                            AND RTP-DUE-DAYS > ZERO
                            MOVE RTP-DUE-DAYS TO BIL-DUE-DAYS
                         ELSE
                            MOVE 25 TO BIL-DUE-DAYS
                         END-IF
                         IF RTP-LATE-FEE-X NUMERIC
                            MOVE RTP-LATE-FEE TO BIL-LATE-FEE
                         ELSE
                            MOVE ZERO TO BIL-LATE-FEE
                         END-IF
                         SET BIL-RULE-SEEN TO TRUE
                      ELSE
                         DISPLAY 'RATEF: MINIMUM-PAYMENT CARD NOT'
                                 ' NUMERIC - IGNORED'
                      END-IF
                   WHEN OTHER
                      DISPLAY 'INTEREST-ACCRUAL: UNKNOWN RATE CARD '
                              RTP-CARD-TYPE
      * ACCRUE-ONE-ACCOUNT - COMPUTE THE MONTH'S INTEREST ON A
      * POSITIVE BALANCE (ANNUAL RATE / 12, RAISED TO THE MINIMUM
      * CHARGE FOR THE ACCOUNT'S STATUS) AND THE FLAT FEE ON ANY
      * OVERAGE ABOVE THE EFFECTIVE LIMIT, THEN HAND EACH CHARGE TO
      * THE POSTING PATH.
       ACCRUE-ONE-ACCOUNT.
                MOVE ZERO TO ACR-INTEREST.
                MOVE ZERO TO ACR-FEE.
                      MOVE ACR-MIN-FEE-W TO ACR-INTEREST
                   END-IF
                END-IF
                PERFORM SET-EFFECTIVE-LIMIT.
                IF ACCT-BALANCE > EFF-LIMIT
                   MOVE ACR-OVL-FEE TO ACR-FEE
                END-IF
                IF ACR-INTEREST > ZERO OR ACR-FEE > ZERO
                END-IF.
                PERFORM READ-NEXT-SNAPSHOT.
      *
      * SCORE-ONE-ACCOUNT - UTILIZATION IS TAKEN AGAINST THE
      * EFFECTIVE LIMIT; ANY RECOMMENDED CUT OR RAISE IS STILL TO THE
      * PERMANENT LIMIT, WHICH IS WHAT THE CARD WOULD CHANGE.
       SCORE-ONE-ACCOUNT.
                MOVE ACCT-RSRVD TO STATUS-WORK.
                PERFORM FIND-DAYS-OVER.
                PERFORM SET-EFFECTIVE-LIMIT.
                IF EFF-LIMIT > ZERO
                   COMPUTE REV-UTIL-PCT ROUNDED =
                           ACCT-BALANCE * 100 / EFF-LIMIT
                      ON SIZE ERROR MOVE 999.9 TO REV-UTIL-PCT
                   END-COMPUTE
                ELSE
                MOVE ACCT-LIMIT  TO REV-NEW-LIMIT.
                EVALUATE TRUE
                   WHEN STATUS-FROZEN OR STATUS-CLOSED
                     OR STATUS-DORMANT
                      ADD 1 TO REV-SKIP-COUNT
                   WHEN REV-DAYS > 60
                      COMPUTE REV-HUNDREDS =
      * LOAD-COVERED-ACCOUNTS - ONE PASS OVER HISTF COLLECTING THE
      * ACCOUNTS WITH ANY IMAGE DATED ON OR AFTER THE PRIOR
      * SNAPSHOT.  IF THE TABLE FILLS, LATER DIFFERENCES MAY FLAG
      * EVEN THOUGH AN IMAGE EXISTS - THE SUMMARY SAYS SO.  THE
      * TEMPORARY-LIMIT GRANT AND EXPIRY IMAGES DO NOT COUNT - NEITHER
      * CHANGES THE ROW.
       LOAD-COVERED-ACCOUNTS.
                MOVE ZERO TO CVA-COUNT.
                MOVE 'N' TO CVA-FULL-SW.
       NOTE-COVERED-ACCOUNT.
                IF HST-DATE IS NUMERIC
                   AND HST-DATE >= CMP-PRIOR-DATE
                   AND NOT HST-TEMP-LIMIT-IMAGE
                   MOVE HST-ACCTNO TO CMP-KEY-ACCT
                   MOVE ZERO TO CVA-HIT
                   PERFORM SCAN-COVERED-ACCOUNT
                     OR CC-REQ-CLEARING OR CC-REQ-REVIEW
                     OR CC-REQ-DUPSCAN OR CC-REQ-SNAPCMP
                     OR CC-REQ-AGING OR CC-REQ-EDIT-MODE
                     OR CC-REQ-CYCLE OR CC-REQ-GEN-STANDING
                     OR CC-REQ-TEMP-EXPIRY OR CC-REQ-LATE-FEE
                     OR CC-REQ-BUREAU OR CC-REQ-GL-FEED
                     OR CC-REQ-PROOF
                      CONTINUE
                   WHEN CC-REQ-DORMANCY
                      IF CC-DRM-DAYS-X NOT NUMERIC
                         OR CC-DRM-DAYS = ZERO
                         MOVE 'DORMANCY DAYS INVALID' TO EDT-REASON
                      END-IF
                   WHEN CC-REQ-REACTIVATE
                      PERFORM EDIT-REACTIVATE-CARD
                      MOVE DRM-REASON TO EDT-REASON
                   WHEN CC-REQ-BUS-DATE
                      PERFORM EDIT-BUSDATE-CARD
                      MOVE CAL-REASON TO EDT-REASON
                   WHEN CC-REQ-SURNAME
                      IF LNAME = SPACES
                         MOVE 'SURNAME MISSING' TO EDT-REASON
                      END-IF
                   WHEN CC-REQ-REVERSE
                      PERFORM EDIT-REVERSAL-CARD
                   WHEN CC-REQ-RELEASE
                      PERFORM LOAD-HOLD-STORE
                      PERFORM EDIT-RELEASE-CARD
                      MOVE HLD-REASON TO EDT-REASON
                   WHEN CC-REQ-STANDING
                      PERFORM LOAD-STANDING-ORDERS
                      PERFORM EDIT-STANDING-CARD
                      MOVE SOR-REASON TO EDT-REASON
                   WHEN CC-REQ-TEMP-LIMIT
                      PERFORM LOAD-TEMP-LIMITS
                      PERFORM EDIT-TEMP-LIMIT-CARD
                      MOVE TLM-REASON TO EDT-REASON
                   WHEN OTHER
                      MOVE 'REQUEST CODE INVALID' TO EDT-REASON
                END-EVALUATE.
                         MOVE 'ACCOUNT NOT ON FILE' TO EDT-REASON
                      ELSE
                         MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                         IF (STATUS-FROZEN OR STATUS-CLOSED
                             OR STATUS-DORMANT)
                            AND (CC-MAINT-LIMIT NOT = OLD-ACCT-LIMIT
                              OR CC-MAINT-BALANCE
                                 NOT = OLD-ACCT-BALANCE)
                      IF PRIOR-IMAGE-MISSING
                         MOVE 'ACCOUNT NOT ON FILE' TO EDT-REASON
                      END-IF
                      IF PRIOR-IMAGE-FOUND
                         AND OLD-ACCT-RSRVD = 'DORMANT'
                         AND STATUS-ACTIVE
                         MOVE 'ACCOUNT DORMANT - USE REACTIVATION CARD'
                           TO EDT-REASON
                      END-IF
                   END-IF
                END-IF.
      *
       EDIT-REVERSAL-CARD.
                IF CC-REV-REF NOT NUMERIC
                   MOVE 'POSTING REFERENCE INVALID' TO EDT-REASON
                ELSE
                   MOVE CC-REV-REF TO RVS-REF-W
                   PERFORM FIND-POSTING-REFERENCE
                   PERFORM EDIT-REVERSAL
                   IF POST-REASON NOT = SPACES
                      MOVE POST-REASON TO EDT-REASON
                   ELSE
                      MOVE RVS-ACCTNO TO ACCT-NO
                      PERFORM FETCH-PRIOR-IMAGE
                      IF PRIOR-IMAGE-MISSING
                         MOVE 'ACCOUNT NOT ON FILE' TO EDT-REASON
                      ELSE
                         MOVE OLD-ACCT-RSRVD TO STATUS-WORK
                         IF STATUS-CLOSED
                            MOVE 'ACCOUNT CLOSED - REVERSAL REFUSED'
                              TO EDT-REASON
                         END-IF
                      END-IF
                   END-IF
                END-IF.
      *
      * LIMIT FROM THE AGING SNAPSHOT, AND STATUS - AND MATCH-MERGES
      * THE PRIOR CYCLE'S FILE TO PRINT THE MANAGEMENT TREND REPORT
      * (BALANCES UP/DOWN, ACTIVITY COUNTS, NEWLY FROZEN OR CLOSED
      * ACCOUNTS).  THE SAME PASS CUTS EACH ACCOUNT'S BILLING ENTRY -
      * STATEMENT BALANCE, MINIMUM PAYMENT DUE AND DUE DATE FROM THE
      * RATEF 'M' CARD, AFTER SETTLING ANY ENTRY STILL OPEN FROM THE
      * LAST CYCLE.  THE ACTIVITY STORE THEN STARTS THE NEXT CYCLE
      * EMPTY, SO FROM HERE IT HOLDS ONLY POSTINGS SINCE THE CYCLE
      * DATE - WHICH IS WHAT THE '6' STEP MEASURES PAYMENTS BY.
      * A CHECKPOINT IS TAKEN AS SOON AS THE STEP COMPLETES
      * SO A RESTART NEVER DRAINS THE SAME CYCLE TWICE.
       CYCLE-SUMMARY.
                PERFORM LOAD-CYCLE-ACTIVITY.
                COMPUTE REV-RUN-DAYNO =
                        FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD).
                PERFORM LOAD-OVL-LOOKUP.
                PERFORM START-BILLING-CYCLE.
                MOVE ZERO TO TRD-UP-COUNT.
                MOVE ZERO TO TRD-DOWN-COUNT.
                MOVE ZERO TO TRD-FLAT-COUNT.
                END-IF
                CLOSE CYCSUMN.
                PERFORM WRITE-TREND-SUMMARY.
                PERFORM END-BILLING-CYCLE.
                MOVE ZERO TO CYA-COUNT.
                SET CYA-TOUCHED TO TRUE.
                SET CHKPT-FLUSH-CYCLE TO TRUE.
                ADD CYC-CR-CNT-W TO TRD-ACT-THIS.
                ADD ACCT-BALANCE TO TRD-BAL-THIS.
                ADD 1 TO ROW-COUNT.
                IF BIL-RULE-SEEN
                   PERFORM BILL-ONE-ACCOUNT
                END-IF.
      *
       SUM-ACCOUNT-ACTIVITY.
                IF CYA-ACCTNO(CYA-SUB) NOT = ACCT-NO
                   END-IF
                END-IF.
      *
      * SET-PREF-EXTEND / SET-PREF-INPUT - THE SAME ON-DEMAND MODE
      * FLIP AS HISTF, FOR THE POSTING REFERENCE REGISTER.
       SET-PREF-EXTEND.
                IF PREF-IN-INPUT
                   CLOSE PREFF
                   SET PREF-CLOSED TO TRUE
                END-IF.
                IF PREF-CLOSED
                   OPEN EXTEND PREFF
                   IF PREF-STATUS = '00' OR '05'
                      SET PREF-IN-EXTEND TO TRUE
                   ELSE
                      DISPLAY 'POSTING REGISTER OPEN EXTEND FAILED,'
                              ' STATUS ' PREF-STATUS
                   END-IF
                END-IF.
      *
       SET-PREF-INPUT.
                IF PREF-IN-EXTEND
                   CLOSE PREFF
                   SET PREF-CLOSED TO TRUE
                END-IF.
                IF PREF-CLOSED
                   OPEN INPUT PREFF
                   IF PREF-STATUS = '00' OR '05'
                      SET PREF-IN-INPUT TO TRUE
                   ELSE
                      DISPLAY 'POSTING REGISTER OPEN INPUT FAILED,'
                              ' STATUS ' PREF-STATUS
                   END-IF
                END-IF.
      *
      * WRITE-HISTORY-BEFORE - IMAGE OF THE ROW AS FETCH-PRIOR-IMAGE
      * FOUND IT, STAMPED WITH THE RUN DATE/TIME.  HST-TYPE IS SET BY
      * THE CALLER ('B' AHEAD OF A CHANGE, 'D' AHEAD OF A DELETE).
                      MOVE 'BEFORE DELETE' TO HST-TYPE-DESC
                   WHEN HST-AFTER-ADD
                      MOVE 'AFTER ADD    ' TO HST-TYPE-DESC
                   WHEN HST-TEMP-GRANTED
                      MOVE 'TEMP GRANTED ' TO HST-TYPE-DESC
                   WHEN HST-TEMP-EXPIRED
                      MOVE 'TEMP EXPIRED ' TO HST-TYPE-DESC
                   WHEN OTHER
                      MOVE 'UNKNOWN IMAGE' TO HST-TYPE-DESC
                END-EVALUATE.
                PERFORM WRITE-STATEMENT-FIGURES.
                PERFORM WRITE-STATEMENT-LETTER.
      *
      * WRITE-STATEMENT-FIGURES - AVAILABLE CREDIT IS AGAINST THE
      * EFFECTIVE LIMIT; A TEMPORARY INCREASE IN FORCE PRINTS ON ITS
      * OWN LINE WITH THE DATE IT RUNS TO.  AN ACCOUNT BILLED AT THE
      * LAST CYCLE ALSO GETS ITS STATEMENT BALANCE, MINIMUM PAYMENT
      * AND DUE DATE.
       WRITE-STATEMENT-FIGURES.
                PERFORM SET-EFFECTIVE-LIMIT.
                COMPUTE STM-AVAIL = EFF-LIMIT - ACCT-BALANCE.
                MOVE ACCT-LIMIT   TO STM-LIMIT-O.
                MOVE ACCT-BALANCE TO STM-BALANCE-O.
                MOVE STM-AVAIL    TO STM-AVAIL-O.
                    INTO STMREC
                END-STRING.
                WRITE STMREC AFTER ADVANCING 1 LINE.
                IF EFF-TEMP-IN-FORCE
                   PERFORM WRITE-STATEMENT-TEMP-LIMIT
                END-IF.
                MOVE SPACES TO STMREC.
                STRING 'BALANCE:           ' DELIMITED BY SIZE
                       STM-BALANCE-O       DELIMITED BY SIZE
                    INTO STMREC
                END-STRING.
                WRITE STMREC AFTER ADVANCING 1 LINE.
                PERFORM LOAD-BILLING-STORE.
                MOVE ACCT-NO TO BIL-KEY-W.
                PERFORM FIND-BILLING-ENTRY.
                IF BIL-HIT > ZERO
                   PERFORM WRITE-STATEMENT-BILLING
                END-IF.
      *
       WRITE-STATEMENT-TEMP-LIMIT.
                MOVE EFF-LIMIT TO STM-TEMP-O.
                MOVE TLM-EXPIRY(TLM-HIT) TO TLM-DATE-YMD.
                MOVE SPACES TO STM-UNTIL-DISPLAY.
                STRING TDW-MM   DELIMITED BY SIZE
                       '/'         DELIMITED BY SIZE
                       TDW-DD   DELIMITED BY SIZE
                       '/'         DELIMITED BY SIZE
                       TDW-YYYY DELIMITED BY SIZE
                    INTO STM-UNTIL-DISPLAY
                END-STRING.
                MOVE SPACES TO STMREC.
                STRING 'TEMPORARY LIMIT:   ' DELIMITED BY SIZE
                       STM-TEMP-O          DELIMITED BY SIZE
                       ' THROUGH '            DELIMITED BY SIZE
                       STM-UNTIL-DISPLAY   DELIMITED BY SIZE
                    INTO STMREC
                END-STRING.
                WRITE STMREC AFTER ADVANCING 1 LINE.
      *
       WRITE-STATEMENT-BILLING.
                MOVE BIL-STMT-BAL(BIL-HIT) TO STM-STMT-BAL-O.
                MOVE BIL-MIN-DUE(BIL-HIT)  TO STM-MIN-DUE-O.
                MOVE BIL-CYCLE-DATE(BIL-HIT) TO BIL-DATE-YMD.
                PERFORM FORMAT-BILLING-DATE.
                MOVE SPACES TO STMREC.
                STRING 'STATEMENT BALANCE: ' DELIMITED BY SIZE
                       STM-STMT-BAL-O      DELIMITED BY SIZE
                       ' AT '                 DELIMITED BY SIZE
                       BIL-DATE-DISPLAY    DELIMITED BY SIZE
                    INTO STMREC
                END-STRING.
                WRITE STMREC AFTER ADVANCING 2 LINES.
                MOVE SPACES TO STMREC.
                STRING 'MINIMUM DUE:       ' DELIMITED BY SIZE
                       STM-MIN-DUE-O       DELIMITED BY SIZE
                    INTO STMREC
                END-STRING.
                WRITE STMREC AFTER ADVANCING 1 LINE.
                IF NOT BIL-NOTHING-DUE(BIL-HIT)
                   MOVE BIL-DUE-DATE(BIL-HIT) TO BIL-DATE-YMD
                   PERFORM FORMAT-BILLING-DATE
                   MOVE SPACES TO STMREC
                   STRING 'PAYMENT DUE DATE:  ' DELIMITED BY SIZE
                          BIL-DATE-DISPLAY    DELIMITED BY SIZE
                       INTO STMREC
                   END-STRING
                   WRITE STMREC AFTER ADVANCING 1 LINE
                END-IF.
                IF BIL-MISSED(BIL-HIT) > ZERO
                   MOVE BIL-MISSED(BIL-HIT) TO BIL-MISSED-O
                   MOVE SPACES TO STMREC
                   STRING 'PAST DUE - MINIMUM PAYMENTS MISSED: '
                                                 DELIMITED BY SIZE
                          BIL-MISSED-O        DELIMITED BY SIZE
                       INTO STMREC
                   END-STRING
                   WRITE STMREC AFTER ADVANCING 1 LINE
                END-IF.
      *
       WRITE-STATEMENT-LETTER.
                IF STMT-LTR-OVERLIMIT
                ADD 1             TO GRAND-ACCOUNT-COUNT.
                PERFORM WRITE-EXTRACT-LINE.
      *
      * PRINT-EXCEPTION-LINE - THE LIMIT AND OVERAGE SHOWN ARE AGAINST
      * THE EFFECTIVE LIMIT THE CALLER SET.
       PRINT-EXCEPTION-LINE.
                MOVE  ACCT-NO      TO  EXC-ACCT-NO-O.
                MOVE  EFF-LIMIT    TO  EXC-ACCT-LIMIT-O.
                MOVE  ACCT-BALANCE TO  EXC-ACCT-BALANCE-O.
                COMPUTE OVERAGE = ACCT-BALANCE - EFF-LIMIT.
                MOVE  OVERAGE   TO  EXC-OVERAGE-O.
                MOVE  ACCT-LASTN   TO  EXC-ACCT-LASTN-O.
                MOVE  ACCT-FIRSTN  TO  EXC-ACCT-FIRSTN-O.
                IF CYA-TOUCHED AND CHKPT-FLUSH-CYCLE
                   PERFORM REWRITE-CYCLE-FILE
                END-IF.
      * THE GL MOVEMENT BUCKETS GO OUT ON THE SAME FLUSH, SO THE
      * LEDGER IS NEVER FED A POSTING TWICE OR MISSES ONE.
                IF GLB-TOUCHED AND CHKPT-FLUSH-CYCLE
                   PERFORM REWRITE-GL-MOVEMENT-FILE
                END-IF.
      * THE POSTED-ITEM REGISTER AND THE HELD ITEMS CHANGE ONLY WITH
      * THE POSTINGS THEMSELVES, SO THEY GO OUT ON THE SAME FLUSH -
      * A RESTART MUST NEVER SEE A POSTING WITHOUT ITS FINGERPRINT.
                IF PIR-TOUCHED AND CHKPT-FLUSH-CYCLE
                   PERFORM REWRITE-ITEM-REGISTER
                END-IF.
                IF HLD-TOUCHED
                   PERFORM REWRITE-HOLD-FILE
                END-IF.
      * THE STANDING INSTRUCTIONS GO OUT ON EVERY CHECKPOINT, LIKE THE
      * PENDING STORE - A '2' CARD AHEAD OF THE RESTART POINT IS NOT
      * REPROCESSED, AND THE '3' STEP'S ROLLED DUE DATES MUST LAND
      * WITH ITS POSTINGS.
                IF SOR-TOUCHED
                   PERFORM REWRITE-STANDING-FILE
                END-IF.
      * SO DO THE TEMPORARY LIMITS - A GRANT AHEAD OF THE RESTART
      * POINT IS NOT REKEYED, AND AN EXPIRY PASS MUST NOT BE REPEATED
      * ONTO HISTF.
                IF TLM-TOUCHED
                   PERFORM REWRITE-TEMP-LIMIT-FILE
                END-IF.
      * THE BILLING ENTRIES CHANGE ONLY IN THE 'Y' AND '6' STEPS, BOTH
      * OF WHICH FLUSH - THE '6' STEP'S SETTLED ENTRIES MUST LAND WITH
      * ITS LATE FEES OR A RESTART WOULD CHARGE THEM AGAIN.
                IF BIL-TOUCHED AND CHKPT-FLUSH-CYCLE
                   PERFORM REWRITE-BILLING-FILE
                END-IF.
      * THE LAST-ACTIVITY REGISTER CHANGES ONLY IN THE '8' AND '9'
      * STEPS, BOTH OF WHICH FLUSH.
                IF LAC-TOUCHED AND CHKPT-FLUSH-CYCLE
                   PERFORM REWRITE-LAST-ACTIVITY-FILE
                END-IF.
                MOVE 'N' TO CHKPT-FLUSH-SW.
                OPEN OUTPUT CHKPTF.
                MOVE CR-SEQ-NO          TO CHKPT-SEQ-NO.
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE HLD-HELD-COUNT     TO SUM-COUNT-O.
                MOVE HLD-RELEASED-COUNT TO SUM-COUNT2-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'SUSPECTED DUPLICATES HELD: '
                                              DELIMITED BY SIZE
                       SUM-COUNT-O          DELIMITED BY SIZE
                       '   RELEASED: '        DELIMITED BY SIZE
                       SUM-COUNT2-O         DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                MOVE HLD-DISCARD-COUNT  TO SUM-COUNT-O.
                MOVE PIR-AGED-COUNT     TO SUM-ROWS-O.
                MOVE SPACES TO REPORT-LINE.
                STRING 'HELD ITEMS DISCARDED: '
                                              DELIMITED BY SIZE
                       SUM-COUNT-O          DELIMITED BY SIZE
                       '   REGISTER ENTRIES AGED OFF: '
                                              DELIMITED BY SIZE
                       SUM-ROWS-O           DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING.
                WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
                IF CYA-FULL
                   MOVE SPACES TO REPORT-LINE
                   MOVE 'NOTE: CYCLE ACTIVITY STORE FILLED - SOME POSTI
