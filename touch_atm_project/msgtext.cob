       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGTEXT.
       AUTHOR. KA HOU, CHOI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT
              MESSAGE-TEXT-FILE ASSIGN DYNAMIC MESSAGE-TEXT-FILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS MESSAGE-TEXT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-TEXT-FILE.
       01  MESSAGE-TEXT-RECORD.
           02 MTX-LANGUAGE                     PIC X(2).
           02 MTX-MSG-ID                       PIC X(8).
           02 MTX-MSG-TEXT                     PIC X(60).

       WORKING-STORAGE SECTION.
       01  MESSAGE-TEXT-FILE-DSN               PIC X(40).
       01  MESSAGE-TEXT-FILE-STATUS            PIC 99.
           88 MESSAGE-TEXT-FILE-NOT-FOUND      VALUE 35.

       01  TRANSLATIONS-FLAG                   PIC X VALUE "N".
           88 TRANSLATIONS-ARE-LOADED          VALUE "Y".
       01  TRANSLATION-COUNT                   PIC 9(4) VALUE 0.
       01  TRANSLATION-SUBSCRIPT               PIC 9(4) VALUE 0.
       01  TRANSLATION-TABLE.
           02 TRANSLATION-ENTRY OCCURS 2000 TIMES.
              03 TRN-LANGUAGE                  PIC X(2).
              03 TRN-MSG-ID                    PIC X(8).
              03 TRN-MSG-TEXT                  PIC X(60).

       01  CATALOG-VALUES.
           02 FILLER PIC X(8) VALUE "CHOOSATM".
           02 FILLER PIC X(60) VALUE "PLEASE CHOOSE THE ATM".
           02 FILLER PIC X(8) VALUE "PRESSATM".
           02 FILLER PIC X(60) VALUE "PRESS &1 FOR ATM &2 &3".
           02 FILLER PIC X(8) VALUE "BADINPUT".
           02 FILLER PIC X(60) VALUE "INVALID INPUT".
           02 FILLER PIC X(8) VALUE "OUTOFSVC".
           02 FILLER PIC X(60) VALUE
              "SORRY, THIS ATM IS TEMPORARILY OUT OF SERVICE".
           02 FILLER PIC X(8) VALUE "USEOTHER".
           02 FILLER PIC X(60) VALUE "PLEASE USE ANOTHER MACHINE".
           02 FILLER PIC X(8) VALUE "FILEBUSY".
           02 FILLER PIC X(60) VALUE "FILES IN USE BY &1".
           02 FILLER PIC X(8) VALUE "TRYLATER".
           02 FILLER PIC X(60) VALUE "PLEASE TRY AGAIN LATER".
           02 FILLER PIC X(8) VALUE "ACCTPRMT".
           02 FILLER PIC X(60) VALUE "ACCOUNT".
           02 FILLER PIC X(8) VALUE "BADACCT".
           02 FILLER PIC X(60) VALUE
              "THAT IS NOT A VALID ACCOUNT NUMBER -- PLEASE RE-ENTER".
           02 FILLER PIC X(8) VALUE "PASSPRMT".
           02 FILLER PIC X(60) VALUE "PASSWORD".
           02 FILLER PIC X(8) VALUE "SVCMENU".
           02 FILLER PIC X(60) VALUE "PLEASE CHOOSE YOUR SERVICE".
           02 FILLER PIC X(8) VALUE "SVCDEP".
           02 FILLER PIC X(60) VALUE "PRESS D FOR DEPOSIT".
           02 FILLER PIC X(8) VALUE "SVCWDL".
           02 FILLER PIC X(60) VALUE "PRESS W FOR WITHDRAWAL".
           02 FILLER PIC X(8) VALUE "SVCXFER".
           02 FILLER PIC X(60) VALUE "PRESS T FOR TRANSFER".
           02 FILLER PIC X(8) VALUE "SVCBAL".
           02 FILLER PIC X(60) VALUE "PRESS B FOR BALANCE INQUIRY".
           02 FILLER PIC X(8) VALUE "SVCPIN".
           02 FILLER PIC X(60) VALUE "PRESS P FOR PIN CHANGE".
           02 FILLER PIC X(8) VALUE "SVCEXT".
           02 FILLER PIC X(60) VALUE
              "PRESS E FOR TRANSFER TO ANOTHER BANK".
           02 FILLER PIC X(8) VALUE "SVCMINI".
           02 FILLER PIC X(60) VALUE "PRESS M FOR MINI-STATEMENT".
           02 FILLER PIC X(8) VALUE "SVCFX".
           02 FILLER PIC X(60) VALUE
              "PRESS F FOR FOREIGN CURRENCY WITHDRAWAL".
           02 FILLER PIC X(8) VALUE "SVCBILL".
           02 FILLER PIC X(60) VALUE "PRESS U FOR BILL PAYMENT".
           02 FILLER PIC X(8) VALUE "KYCDUE1".
           02 FILLER PIC X(60) VALUE
              "YOUR IDENTITY DOCUMENTS ARE OVERDUE FOR REVIEW --".
           02 FILLER PIC X(8) VALUE "KYCDUE2".
           02 FILLER PIC X(60) VALUE
              "PAYMENTS AND WITHDRAWALS ARE SUSPENDED".
           02 FILLER PIC X(8) VALUE "KYCBRING".
           02 FILLER PIC X(60) VALUE
              "PLEASE BRING CURRENT ID TO YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "AMTPRMT".
           02 FILLER PIC X(60) VALUE "AMOUNT".
           02 FILLER PIC X(8) VALUE "OPERECHO".
           02 FILLER PIC X(60) VALUE "OPERATION: &1 &2 &3".
           02 FILLER PIC X(8) VALUE "INSUFBAL".
           02 FILLER PIC X(60) VALUE "INSUFFICIENT BALANCE".
           02 FILLER PIC X(8) VALUE "HOLDFUND".
           02 FILLER PIC X(60) VALUE "FUNDS ON CLEARING HOLD: &1".
           02 FILLER PIC X(8) VALUE "TERMFUND".
           02 FILLER PIC X(60) VALUE
              "FUNDS LOCKED IN TERM DEPOSITS: &1".
           02 FILLER PIC X(8) VALUE "LEGLFUND".
           02 FILLER PIC X(60) VALUE
              "FUNDS ATTACHED UNDER A LEGAL ORDER: &1".
           02 FILLER PIC X(8) VALUE "OVERTXN".
           02 FILLER PIC X(60) VALUE
              "AMOUNT EXCEEDS PER-TRANSACTION LIMIT".
           02 FILLER PIC X(8) VALUE "OVERDAY".
           02 FILLER PIC X(60) VALUE "AMOUNT EXCEEDS YOUR DAILY LIMIT".
           02 FILLER PIC X(8) VALUE "OVERPAYE".
           02 FILLER PIC X(60) VALUE
              "AMOUNT EXCEEDS THE NEW PAYEE LIMIT OF &1".
           02 FILLER PIC X(8) VALUE "NOCASH".
           02 FILLER PIC X(60) VALUE
              "CANNOT DISPENSE THAT AMOUNT HERE, CASH AVAILABLE: &1".
           02 FILLER PIC X(8) VALUE "INQBAL".
           02 FILLER PIC X(60) VALUE "BALANCE:            &1".
           02 FILLER PIC X(8) VALUE "INQHEAD".
           02 FILLER PIC X(60) VALUE "OVERDRAFT HEADROOM: &1".
           02 FILLER PIC X(8) VALUE "INQDAILY".
           02 FILLER PIC X(60) VALUE "DAILY LIMIT LEFT:   &1".
           02 FILLER PIC X(8) VALUE "INQLEGAL".
           02 FILLER PIC X(60) VALUE "ATTACHED BY ORDER:  &1".
           02 FILLER PIC X(8) VALUE "FXCURPRM".
           02 FILLER PIC X(60) VALUE
              "CURRENCY CODE (3 CHARS, E.G. EUR)".
           02 FILLER PIC X(8) VALUE "FXNORATE".
           02 FILLER PIC X(60) VALUE "NO RATE ON FILE FOR &1".
           02 FILLER PIC X(8) VALUE "FXAMTPRM".
           02 FILLER PIC X(60) VALUE "FOREIGN AMOUNT (E.G. 100.00)".
           02 FILLER PIC X(8) VALUE "AMTLARGE".
           02 FILLER PIC X(60) VALUE "AMOUNT TOO LARGE".
           02 FILLER PIC X(8) VALUE "FXQUOTE".
           02 FILLER PIC X(60) VALUE
              "QUOTE: &1 &2 AT RATE &3 CHARGES &4 TO YOUR ACCOUNT".
           02 FILLER PIC X(8) VALUE "PROCEED".
           02 FILLER PIC X(60) VALUE "PROCEED? (Y/N)".
           02 FILLER PIC X(8) VALUE "MININONE".
           02 FILLER PIC X(60) VALUE "NO TRANSACTIONS ON RECORD".
           02 FILLER PIC X(8) VALUE "MINIHEAD".
           02 FILLER PIC X(60) VALUE
              "LAST TRANSACTIONS, MOST RECENT FIRST:".
           02 FILLER PIC X(8) VALUE "NOPAYEE1".
           02 FILLER PIC X(60) VALUE "YOU HAVE NO REGISTERED PAYEES --".
           02 FILLER PIC X(8) VALUE "NOPAYEE2".
           02 FILLER PIC X(60) VALUE
              "PLEASE REGISTER A PAYEE AT YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "PAYEEPRM".
           02 FILLER PIC X(60) VALUE "PAYEE NUMBER (00 TO CANCEL)".
           02 FILLER PIC X(8) VALUE "BADPAYEE".
           02 FILLER PIC X(60) VALUE "INVALID PAYEE NUMBER".
           02 FILLER PIC X(8) VALUE "PAYEEDAT".
           02 FILLER PIC X(60) VALUE "THIS PAYEE CAN BE PAID FROM &1".
           02 FILLER PIC X(8) VALUE "PAYEENEW".
           02 FILLER PIC X(60) VALUE
              "NEW PAYEE -- LIMIT &1 PER TRANSFER UNTIL &2".
           02 FILLER PIC X(8) VALUE "PAYEELIN".
           02 FILLER PIC X(60) VALUE "&1 &2 BANK &3 ACCT &4".
           02 FILLER PIC X(8) VALUE "NOBILL".
           02 FILLER PIC X(60) VALUE "BILL PAYMENT IS NOT AVAILABLE".
           02 FILLER PIC X(8) VALUE "BILLPRMT".
           02 FILLER PIC X(60) VALUE "BILLER CODE (0000 TO CANCEL)".
           02 FILLER PIC X(8) VALUE "BADBILLR".
           02 FILLER PIC X(60) VALUE "INVALID BILLER CODE".
           02 FILLER PIC X(8) VALUE "BILLREF".
           02 FILLER PIC X(60) VALUE
              "&1 CUSTOMER REFERENCE (&2 DIGITS)".
           02 FILLER PIC X(8) VALUE "BADBREF".
           02 FILLER PIC X(60) VALUE
              "THAT IS NOT A VALID &1 REFERENCE -- PLEASE RE-ENTER".
           02 FILLER PIC X(8) VALUE "PINPRIM1".
           02 FILLER PIC X(60) VALUE
              "ONLY THE PRIMARY CARDHOLDER CAN CHANGE".
           02 FILLER PIC X(8) VALUE "PINPRIM2".
           02 FILLER PIC X(60) VALUE
              "THE ACCOUNT PIN HERE, SEE YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "CURPIN".
           02 FILLER PIC X(60) VALUE "CURRENT PIN".
           02 FILLER PIC X(8) VALUE "BADPIN".
           02 FILLER PIC X(60) VALUE "INCORRECT PIN".
           02 FILLER PIC X(8) VALUE "NEWPIN".
           02 FILLER PIC X(60) VALUE "NEW PIN (6 DIGITS)".
           02 FILLER PIC X(8) VALUE "PINZERO".
           02 FILLER PIC X(60) VALUE "PIN 000000 IS NOT ALLOWED".
           02 FILLER PIC X(8) VALUE "NEWPIN2".
           02 FILLER PIC X(60) VALUE "NEW PIN AGAIN".
           02 FILLER PIC X(8) VALUE "PINDIFF".
           02 FILLER PIC X(60) VALUE "NEW PIN ENTRIES DO NOT MATCH".
           02 FILLER PIC X(8) VALUE "TARGPRMT".
           02 FILLER PIC X(60) VALUE "TARGET ACCOUNT".
           02 FILLER PIC X(8) VALUE "SELFXFER".
           02 FILLER PIC X(60) VALUE "YOU CANNOT TRANSFER TO YOURSELF".
           02 FILLER PIC X(8) VALUE "CONTPRMT".
           02 FILLER PIC X(60) VALUE "CONTINUE?".
           02 FILLER PIC X(8) VALUE "CONTNO".
           02 FILLER PIC X(60) VALUE "N FOR NO".
           02 FILLER PIC X(8) VALUE "CONTYES".
           02 FILLER PIC X(60) VALUE "Y FOR YES".
           02 FILLER PIC X(8) VALUE "PAYSENT".
           02 FILLER PIC X(60) VALUE "PAYMENT SENT TO BANK &1 ACCT &2".
           02 FILLER PIC X(8) VALUE "PAYHELD".
           02 FILLER PIC X(60) VALUE
              "PAYMENT TO BANK &1 ACCT &2 HELD FOR COMPLIANCE REVIEW".
           02 FILLER PIC X(8) VALUE "BILLPAID".
           02 FILLER PIC X(60) VALUE "BILL PAID TO &1 REF &2".
           02 FILLER PIC X(8) VALUE "PINLOCK".
           02 FILLER PIC X(60) VALUE
              "TOO MANY FAILED ATTEMPTS, CARD RETAINED".
           02 FILLER PIC X(8) VALUE "SEEBRNCH".
           02 FILLER PIC X(60) VALUE "SEE YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "BADLOGIN".
           02 FILLER PIC X(60) VALUE "INCORRECT ACCOUNT/PASSWORD".
           02 FILLER PIC X(8) VALUE "NOTARGET".
           02 FILLER PIC X(60) VALUE "TARGET ACCOUNT DOES NOT EXIST".
           02 FILLER PIC X(8) VALUE "CARDCANC".
           02 FILLER PIC X(60) VALUE "THIS CARD HAS BEEN CANCELLED".
           02 FILLER PIC X(8) VALUE "CARDEXP".
           02 FILLER PIC X(60) VALUE "THIS CARD HAS EXPIRED".
           02 FILLER PIC X(8) VALUE "ACCTLOCK".
           02 FILLER PIC X(60) VALUE
              "THIS ACCOUNT IS LOCKED, SEE YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "HOTCARD".
           02 FILLER PIC X(60) VALUE
              "THIS CARD HAS BEEN REPORTED -- CARD RETAINED".
           02 FILLER PIC X(8) VALUE "ACCTFRZN".
           02 FILLER PIC X(60) VALUE
              "THIS ACCOUNT IS FROZEN, SEE YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "ACCTDORM".
           02 FILLER PIC X(60) VALUE
              "THIS ACCOUNT IS DORMANT, SEE YOUR BRANCH".
           02 FILLER PIC X(8) VALUE "NEGABORT".
           02 FILLER PIC X(60) VALUE
              "NEGATIVE REMAINS TRANSACTION ABORT".
           02 FILLER PIC X(8) VALUE "TARGFRZN".
           02 FILLER PIC X(60) VALUE "TARGET ACCOUNT IS FROZEN".
           02 FILLER PIC X(8) VALUE "TARGDORM".
           02 FILLER PIC X(60) VALUE "TARGET ACCOUNT IS DORMANT".
           02 FILLER PIC X(8) VALUE "DEPHOLD".
           02 FILLER PIC X(60) VALUE
              "DEPOSIT ABOVE &1 -- FUNDS HELD UNTIL &2".
           02 FILLER PIC X(8) VALUE "ENVELOPE".
           02 FILLER PIC X(60) VALUE
              "ENVELOPE &1-&2 -- AMOUNT SUBJECT TO VERIFICATION".
           02 FILLER PIC X(8) VALUE "OFFNOXFR".
           02 FILLER PIC X(60) VALUE
              "TRANSFERS ARE NOT AVAILABLE OFFLINE".
           02 FILLER PIC X(8) VALUE "OFFSVC1".
           02 FILLER PIC X(60) VALUE
              "OFFLINE SERVICE -- TRANSACTIONS ARE VALIDATED".
           02 FILLER PIC X(8) VALUE "OFFSVC2".
           02 FILLER PIC X(60) VALUE
              "AGAINST THE MASTER BY THE OVERNIGHT RUN".
           02 FILLER PIC X(8) VALUE "OFFONLY".
           02 FILLER PIC X(60) VALUE
              "ONLY DEPOSITS AND WITHDRAWALS ARE AVAILABLE OFFLINE".
           02 FILLER PIC X(8) VALUE "OFFLIMIT".
           02 FILLER PIC X(60) VALUE
              "AMOUNT EXCEEDS THE OFFLINE LIMIT OF &1".
           02 FILLER PIC X(8) VALUE "OFFRCPT".
           02 FILLER PIC X(60) VALUE "OFFLINE".
           02 FILLER PIC X(8) VALUE "RCPTACCT".
           02 FILLER PIC X(60) VALUE "RECEIPT ACCT:".
           02 FILLER PIC X(8) VALUE "RCPTOP".
           02 FILLER PIC X(60) VALUE "OP:".
           02 FILLER PIC X(8) VALUE "RCPTAMT".
           02 FILLER PIC X(60) VALUE "AMOUNT:".
           02 FILLER PIC X(8) VALUE "RCPTBAL".
           02 FILLER PIC X(60) VALUE "BALANCE:".
           02 FILLER PIC X(8) VALUE "RCPTTIME".
           02 FILLER PIC X(60) VALUE "TIME:".
           02 FILLER PIC X(8) VALUE "RCPTREF".
           02 FILLER PIC X(60) VALUE "REF:".
           02 FILLER PIC X(8) VALUE "FXRDISP".
           02 FILLER PIC X(60) VALUE "FX DISPENSE".
           02 FILLER PIC X(8) VALUE "FXRAMT".
           02 FILLER PIC X(60) VALUE "AMOUNT".
           02 FILLER PIC X(8) VALUE "FXRRATE".
           02 FILLER PIC X(60) VALUE "AT RATE".
           02 FILLER PIC X(8) VALUE "FXRCHG".
           02 FILLER PIC X(60) VALUE "CHARGED".
           02 FILLER PIC X(8) VALUE "MINIACCT".
           02 FILLER PIC X(60) VALUE "MINISTMT ACCT:".
           02 FILLER PIC X(8) VALUE "MINITIME".
           02 FILLER PIC X(60) VALUE "TIME".
           02 FILLER PIC X(8) VALUE "MINIOP".
           02 FILLER PIC X(60) VALUE "OP".
           02 FILLER PIC X(8) VALUE "MINIAMT".
           02 FILLER PIC X(60) VALUE "AMOUNT".
           02 FILLER PIC X(8) VALUE "ACQCARD".
           02 FILLER PIC X(60) VALUE
              "THIS CARD IS ISSUED BY ANOTHER BANK".
           02 FILLER PIC X(8) VALUE "ACQWDL".
           02 FILLER PIC X(60) VALUE
              "ONLY CASH WITHDRAWAL IS AVAILABLE FOR THIS CARD".
           02 FILLER PIC X(8) VALUE "ACQFEE".
           02 FILLER PIC X(60) VALUE
              "THIS ATM CHARGES A FEE OF &1, TOTAL TO BE DEBITED &2".
           02 FILLER PIC X(8) VALUE "ACQRCARD".
           02 FILLER PIC X(60) VALUE "RECEIPT CARD:".
           02 FILLER PIC X(8) VALUE "ACQRCASH".
           02 FILLER PIC X(60) VALUE "CASH:".
           02 FILLER PIC X(8) VALUE "ACQRFEE".
           02 FILLER PIC X(60) VALUE "ATM FEE:".
       01  CATALOG-TABLE REDEFINES CATALOG-VALUES.
           02 CATALOG-ENTRY OCCURS 114 TIMES.
              03 CAT-MSG-ID                    PIC X(8).
              03 CAT-MSG-TEXT                  PIC X(60).
       01  CATALOG-COUNT                       PIC 9(3) VALUE 114.
       01  CATALOG-SUBSCRIPT                   PIC 9(3) VALUE 0.

       01  TEMPLATE-TEXT                       PIC X(60).
       01  TEMPLATE-LENGTH                     PIC 9(2).
       01  TEMPLATE-POSITION                   PIC 9(2).
       01  TEMPLATE-FOUND-FLAG                 PIC X VALUE "N".
           88 TEMPLATE-WAS-FOUND               VALUE "Y".
       01  OUTPUT-POINTER                      PIC 9(3).
       01  ARG-NUMBER                          PIC 9.
       01  ARG-WORK                            PIC X(40).
       01  ARG-LENGTH                          PIC 9(2).

       LINKAGE SECTION.
       01  LS-FUNCTION                         PIC X(4).
       01  LS-LANGUAGE                         PIC X(2).
       01  LS-MSG-ID                           PIC X(8).
       01  LS-MSG-ARGS.
           02 LS-MSG-ARG OCCURS 4 TIMES        PIC X(40).
       01  LS-MSG-TEXT                         PIC X(120).
       01  LS-MSG-LENGTH                       PIC 9(3).
       01  LS-RESULT                           PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-LANGUAGE LS-MSG-ID
           LS-MSG-ARGS LS-MSG-TEXT LS-MSG-LENGTH LS-RESULT.
       MSGTEXT-MAIN.
           MOVE "E" TO LS-RESULT.
           IF NOT TRANSLATIONS-ARE-LOADED
           THEN
              PERFORM LOAD-TRANSLATIONS THRU LOAD-TRANSLATIONS-EXIT
           END-IF.

           IF LS-FUNCTION = "TEXT"
           THEN
              GO TO MSGTEXT-BUILD-TEXT
           END-IF.
           IF LS-FUNCTION = "NEXT"
           THEN
              GO TO MSGTEXT-NEXT-ENTRY
           END-IF.
           IF LS-FUNCTION = "LANG"
           THEN
              GO TO MSGTEXT-CHECK-LANGUAGE
           END-IF.
           GOBACK.

       MSGTEXT-BUILD-TEXT.
           MOVE "N" TO TEMPLATE-FOUND-FLAG.
           MOVE LS-MSG-ID TO TEMPLATE-TEXT.
           MOVE "N" TO LS-RESULT.
           MOVE 0 TO TRANSLATION-SUBSCRIPT.
           PERFORM FIND-TRANSLATION THRU FIND-TRANSLATION-EXIT.
           IF NOT TEMPLATE-WAS-FOUND
           THEN
              MOVE 0 TO CATALOG-SUBSCRIPT
              PERFORM FIND-CATALOG-ENTRY THRU FIND-CATALOG-ENTRY-EXIT
           END-IF.
           IF TEMPLATE-WAS-FOUND
           THEN
              MOVE "Y" TO LS-RESULT
           END-IF.
           PERFORM SUBSTITUTE-ARGUMENTS THRU SUBSTITUTE-ARGUMENTS-EXIT.
           GOBACK.

       MSGTEXT-NEXT-ENTRY.
           MOVE "N" TO LS-RESULT.
           MOVE 0 TO CATALOG-SUBSCRIPT.
           IF LS-MSG-ID NOT = SPACES
           THEN
              MOVE "N" TO TEMPLATE-FOUND-FLAG
              PERFORM FIND-CATALOG-ENTRY THRU FIND-CATALOG-ENTRY-EXIT
              IF NOT TEMPLATE-WAS-FOUND
              THEN
                 GOBACK
              END-IF
           END-IF.
           ADD 1 TO CATALOG-SUBSCRIPT.
           IF CATALOG-SUBSCRIPT > CATALOG-COUNT
           THEN
              GOBACK
           END-IF.
           MOVE CAT-MSG-ID(CATALOG-SUBSCRIPT) TO LS-MSG-ID.
           MOVE CAT-MSG-TEXT(CATALOG-SUBSCRIPT) TO LS-MSG-TEXT.
           MOVE "Y" TO LS-RESULT.
           GOBACK.

       MSGTEXT-CHECK-LANGUAGE.
           MOVE "N" TO LS-RESULT.
           IF LS-LANGUAGE = "EN"
           THEN
              MOVE "Y" TO LS-RESULT
              GOBACK
           END-IF.
           MOVE 0 TO TRANSLATION-SUBSCRIPT.

       MSGTEXT-CHECK-LANGUAGE-LOOP.
           ADD 1 TO TRANSLATION-SUBSCRIPT.
           IF TRANSLATION-SUBSCRIPT > TRANSLATION-COUNT
           THEN
              GOBACK
           END-IF.
           IF TRN-LANGUAGE(TRANSLATION-SUBSCRIPT) = LS-LANGUAGE
           THEN
              MOVE "Y" TO LS-RESULT
              GOBACK
           END-IF.
           GO TO MSGTEXT-CHECK-LANGUAGE-LOOP.

       FIND-TRANSLATION.
           ADD 1 TO TRANSLATION-SUBSCRIPT.
           IF TRANSLATION-SUBSCRIPT > TRANSLATION-COUNT
           THEN
              GO TO FIND-TRANSLATION-EXIT
           END-IF.
           IF TRN-LANGUAGE(TRANSLATION-SUBSCRIPT) = LS-LANGUAGE AND
              TRN-MSG-ID(TRANSLATION-SUBSCRIPT) = LS-MSG-ID
           THEN
              MOVE TRN-MSG-TEXT(TRANSLATION-SUBSCRIPT) TO TEMPLATE-TEXT
              SET TEMPLATE-WAS-FOUND TO TRUE
              GO TO FIND-TRANSLATION-EXIT
           END-IF.
           GO TO FIND-TRANSLATION.

       FIND-TRANSLATION-EXIT.
           EXIT.

       FIND-CATALOG-ENTRY.
           ADD 1 TO CATALOG-SUBSCRIPT.
           IF CATALOG-SUBSCRIPT > CATALOG-COUNT
           THEN
              GO TO FIND-CATALOG-ENTRY-EXIT
           END-IF.
           IF CAT-MSG-ID(CATALOG-SUBSCRIPT) = LS-MSG-ID
           THEN
              MOVE CAT-MSG-TEXT(CATALOG-SUBSCRIPT) TO TEMPLATE-TEXT
              SET TEMPLATE-WAS-FOUND TO TRUE
              GO TO FIND-CATALOG-ENTRY-EXIT
           END-IF.
           GO TO FIND-CATALOG-ENTRY.

       FIND-CATALOG-ENTRY-EXIT.
           EXIT.

       SUBSTITUTE-ARGUMENTS.
           MOVE SPACES TO LS-MSG-TEXT.
           MOVE 1 TO OUTPUT-POINTER.
           MOVE 1 TO TEMPLATE-POSITION.
           MOVE 60 TO TEMPLATE-LENGTH.

       SUBSTITUTE-ARGUMENTS-TRIM.
           IF TEMPLATE-LENGTH > 0 AND
              TEMPLATE-TEXT(TEMPLATE-LENGTH:1) = SPACE
           THEN
              SUBTRACT 1 FROM TEMPLATE-LENGTH
              GO TO SUBSTITUTE-ARGUMENTS-TRIM
           END-IF.

       SUBSTITUTE-ARGUMENTS-LOOP.
           IF TEMPLATE-POSITION > TEMPLATE-LENGTH
           THEN
              GO TO SUBSTITUTE-ARGUMENTS-DONE
           END-IF.
           IF TEMPLATE-TEXT(TEMPLATE-POSITION:1) = "&" AND
              TEMPLATE-POSITION < TEMPLATE-LENGTH
           THEN
              IF TEMPLATE-TEXT(TEMPLATE-POSITION + 1:1) = "1" OR
                 TEMPLATE-TEXT(TEMPLATE-POSITION + 1:1) = "2" OR
                 TEMPLATE-TEXT(TEMPLATE-POSITION + 1:1) = "3" OR
                 TEMPLATE-TEXT(TEMPLATE-POSITION + 1:1) = "4"
              THEN
                 MOVE TEMPLATE-TEXT(TEMPLATE-POSITION + 1:1)
                    TO ARG-NUMBER
                 PERFORM INSERT-ARGUMENT THRU INSERT-ARGUMENT-EXIT
                 ADD 2 TO TEMPLATE-POSITION
                 GO TO SUBSTITUTE-ARGUMENTS-LOOP
              END-IF
           END-IF.
           STRING TEMPLATE-TEXT(TEMPLATE-POSITION:1) DELIMITED BY SIZE
              INTO LS-MSG-TEXT WITH POINTER OUTPUT-POINTER
           END-STRING.
           ADD 1 TO TEMPLATE-POSITION.
           GO TO SUBSTITUTE-ARGUMENTS-LOOP.

       SUBSTITUTE-ARGUMENTS-DONE.
           COMPUTE LS-MSG-LENGTH = OUTPUT-POINTER - 1.
           IF LS-MSG-LENGTH = 0
           THEN
              MOVE 1 TO LS-MSG-LENGTH
           END-IF.

       SUBSTITUTE-ARGUMENTS-EXIT.
           EXIT.

       INSERT-ARGUMENT.
           MOVE LS-MSG-ARG(ARG-NUMBER) TO ARG-WORK.
           MOVE 40 TO ARG-LENGTH.

       INSERT-ARGUMENT-TRIM.
           IF ARG-LENGTH > 0 AND ARG-WORK(ARG-LENGTH:1) = SPACE
           THEN
              SUBTRACT 1 FROM ARG-LENGTH
              GO TO INSERT-ARGUMENT-TRIM
           END-IF.
           IF ARG-LENGTH > 0
           THEN
              STRING ARG-WORK(1:ARG-LENGTH) DELIMITED BY SIZE
                 INTO LS-MSG-TEXT WITH POINTER OUTPUT-POINTER
              END-STRING
           END-IF.

       INSERT-ARGUMENT-EXIT.
           EXIT.

       LOAD-TRANSLATIONS.
           SET TRANSLATIONS-ARE-LOADED TO TRUE.
           MOVE 0 TO TRANSLATION-COUNT.
           ACCEPT MESSAGE-TEXT-FILE-DSN
              FROM ENVIRONMENT "ATM_MESSAGE_TEXT_FILE"
              ON EXCEPTION MOVE "msgtext.txt" TO MESSAGE-TEXT-FILE-DSN
           END-ACCEPT.
           OPEN INPUT MESSAGE-TEXT-FILE.
           IF MESSAGE-TEXT-FILE-NOT-FOUND
           THEN
              GO TO LOAD-TRANSLATIONS-EXIT
           END-IF.

       LOAD-TRANSLATIONS-LOOP.
           READ MESSAGE-TEXT-FILE
              AT END
                 CLOSE MESSAGE-TEXT-FILE
                 GO TO LOAD-TRANSLATIONS-EXIT
           END-READ.
           IF TRANSLATION-COUNT < 2000
           THEN
              ADD 1 TO TRANSLATION-COUNT
              MOVE MTX-LANGUAGE TO TRN-LANGUAGE(TRANSLATION-COUNT)
              MOVE MTX-MSG-ID   TO TRN-MSG-ID(TRANSLATION-COUNT)
              MOVE MTX-MSG-TEXT TO TRN-MSG-TEXT(TRANSLATION-COUNT)
           END-IF.
           GO TO LOAD-TRANSLATIONS-LOOP.

       LOAD-TRANSLATIONS-EXIT.
           EXIT.

       END PROGRAM MSGTEXT.
