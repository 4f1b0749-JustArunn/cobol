       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDSMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDS-EXEMPT-FILE ASSIGN TO "tds-exemptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXEMPT-STATUS.

           SELECT TEMP-FILE ASSIGN TO "tds-exemptions.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TDS-INTEREST-FILE ASSIGN TO "tds-interest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTEREST-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT TDS-SORT-FILE ASSIGN TO "tds-sort.tmp".

           SELECT CERTIFICATE-FILE ASSIGN USING WS-CERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN USING RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD TDS-EXEMPT-FILE.
       COPY TDSEXEMP.

       FD TEMP-FILE.
       COPY TDSEXEMP REPLACING ==TDS-EXEMPT-REC== BY ==TEMP-REC==
                     LEADING ==TX== BY ==TM==.

       FD TDS-INTEREST-FILE.
       COPY TDSINT.

       FD CUSTOMER-FILE.
       COPY CUSTOMER.

       SD TDS-SORT-FILE.
       01 TDS-SORT-REC.
           05 TS-CUST-ID     PIC 9(5).
           05 TS-DATE        PIC 9(8).
           05 TS-ACC-NUMBER  PIC 9(5).
           05 TS-SOURCE      PIC X(4).
           05 TS-REF         PIC X(10).
           05 TS-INTEREST    PIC 9(7)V99.
           05 TS-TDS         PIC 9(7)V99.
           05 TS-EXEMPT      PIC X(1).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE             PIC 9 VALUE 0.
       01 EOF-FLAG           PIC X VALUE "N".
       01 SORT-EOF-FLAG      PIC X VALUE "N".
       01 FOUND-FLAG         PIC X VALUE "N".
       01 GROUP-OPEN-FLAG    PIC X VALUE "N".
       01 WS-EXEMPT-STATUS   PIC X(2).
       01 WS-INTEREST-STATUS PIC X(2).
       01 WS-CUSTOMER-STATUS PIC X(2).
       01 WS-TODAY           PIC 9(8).
       01 SEARCH-CUST-ID     PIC 9(5).
       01 SEARCH-FY          PIC 9(4).
       01 LIST-COUNT         PIC 9(5).
       01 WS-FY-YEAR         PIC 9(4).
       01 WS-FY-TO-YEAR      PIC 9(4).

       01 WS-EXEMPT-FILENAME PIC X(25) VALUE "tds-exemptions.dat".
       01 WS-TEMP-FILENAME   PIC X(25) VALUE "tds-exemptions.tmp".
       01 WS-CERT-FILENAME   PIC X(30).

       01 CUR-CUST-ID        PIC 9(5).
       01 CUR-CUST-NAME      PIC X(20).
       01 CUR-CUST-ADDRESS   PIC X(30).
       01 CUR-EXEMPT         PIC X(1).
       01 CUST-INTEREST      PIC 9(9)V99.
       01 CUST-TDS           PIC 9(9)V99.
       01 CUST-COUNT         PIC 9(5).
       01 SELECTED-COUNT     PIC 9(5).
       01 TOT-INTEREST       PIC 9(9)V99.
       01 TOT-TDS            PIC 9(9)V99.

      *    TAX WITHHELD BY CALENDAR MONTH OF DEDUCTION, FOR THE
      *    MONTHLY REMITTANCES TO THE AUTHORITY
       01 MONTH-TDS-TABLE.
           05 MONTH-TDS      PIC 9(9)V99 OCCURS 12 TIMES.
       01 WS-MONTH-IDX       PIC 99.
       01 WS-DATE-YM         PIC 9(6).
       01 WS-DATE-YEAR       PIC 9(4).
       01 WS-DATE-MONTH      PIC 99.

       01 CT-TEXT-LINE.
           05 CT-LABEL       PIC X(20).
           05 CT-VALUE       PIC X(60).
       01 CT-AMOUNT-LINE.
           05 CT-AMT-LABEL   PIC X(20).
           05 CT-AMOUNT      PIC Z(8)9.99.
           05 FILLER         PIC X(48) VALUE SPACES.
       01 CT-DETAIL-LINE.
           05 CT-DATE        PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CT-ACC-NUMBER  PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CT-SOURCE      PIC X(4).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CT-REF         PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CT-INTEREST    PIC Z(6)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CT-TDS         PIC Z(6)9.99.
           05 FILLER         PIC X(24) VALUE SPACES.

       COPY RPTWS.
       01 TR-DETAIL-LINE.
           05 TR-CUST-ID     PIC 9(5).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TR-NAME        PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 TR-INTEREST    PIC Z(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 TR-TDS         PIC Z(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 TR-EXEMPT      PIC X(6).
           05 FILLER         PIC X(17) VALUE SPACES.
       01 TR-TOTAL-LINE.
           05 TR-T-LABEL     PIC X(27).
           05 TR-T-INTEREST  PIC Z(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 TR-T-TDS       PIC Z(8)9.99.
           05 FILLER         PIC X(25) VALUE SPACES.

       COPY SIGNONWS.
       COPY ACTJRNL.

       PROCEDURE DIVISION.

       MAIN-MENU.
           CALL "SIGNON" USING SIGNON-AREA
           IF SIGNON-OK-FLAG NOT = "Y"
               STOP RUN
           END-IF

           PERFORM UNTIL CHOICE = 5

               DISPLAY " "
               DISPLAY "===== INTEREST TAX WITHHOLDING ====="
               DISPLAY "1. RECORD EXEMPTION DECLARATION"
               DISPLAY "2. LIST EXEMPTION DECLARATIONS"
               DISPLAY "3. WITHDRAW A DECLARATION"
               DISPLAY "4. YEAR-END CERTIFICATES AND REMITTANCE "
                   "REGISTER"
               DISPLAY "5. EXIT"

               DISPLAY "ENTER CHOICE:"
               ACCEPT CHOICE

               EVALUATE CHOICE
                   WHEN 1
                       IF SIGNON-SUPERVISOR
                           PERFORM ADD-DECLARATION
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 2 PERFORM LIST-DECLARATIONS
                   WHEN 3
                       IF SIGNON-SUPERVISOR
                           PERFORM WITHDRAW-DECLARATION
                       ELSE
                           DISPLAY "SUPERVISOR ROLE REQUIRED"
                       END-IF
                   WHEN 4 PERFORM YEAR-END-CERTIFICATES
               END-EVALUATE

           END-PERFORM

           STOP RUN.

       ADD-DECLARATION.
      *    A DECLARATION COVERS ONE FINANCIAL YEAR; INTEREST IS STILL
      *    TRACKED AND CERTIFIED, BUT NOTHING IS WITHHELD
           DISPLAY "CUSTOMER ID:"
           ACCEPT SEARCH-CUST-ID
           DISPLAY "FINANCIAL YEAR START (YYYY, APR-MAR):"
           ACCEPT SEARCH-FY

           PERFORM FIND-CUSTOMER
           IF FOUND-FLAG = "N"
               DISPLAY "CUSTOMER NOT FOUND - NOT RECORDED"
           ELSE
               IF SEARCH-FY = 0
                   DISPLAY "FINANCIAL YEAR MUST BE NON-ZERO - "
                       "NOT RECORDED"
               ELSE
                   PERFORM WRITE-DECLARATION
               END-IF
           END-IF.

       WRITE-DECLARATION.
           OPEN EXTEND TDS-EXEMPT-FILE
           IF WS-EXEMPT-STATUS = "35"
               OPEN OUTPUT TDS-EXEMPT-FILE
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SEARCH-CUST-ID TO TX-CUST-ID
           MOVE SEARCH-FY      TO TX-FY
           MOVE SIGNON-EMP-ID  TO TX-RECORDED-BY
           MOVE WS-TODAY       TO TX-RECORD-DATE
           MOVE "APPROVED"     TO TX-STATUS
           WRITE TDS-EXEMPT-REC
           CLOSE TDS-EXEMPT-FILE

           MOVE SIGNON-EMP-ID TO AJ-EMP-ID
           MOVE "TDSMAINT    " TO AJ-PROGRAM
           MOVE "EXEMPT DECL " TO AJ-ACTION
           MOVE SEARCH-CUST-ID TO AJ-KEY
           CALL "ACTLOG" USING ACTJRNL-AREA

           DISPLAY "DECLARATION RECORDED FOR CUSTOMER " SEARCH-CUST-ID
               " FOR FINANCIAL YEAR " SEARCH-FY.

       LIST-DECLARATIONS.
           MOVE 0 TO LIST-COUNT

           OPEN INPUT TDS-EXEMPT-FILE
           IF WS-EXEMPT-STATUS = "35"
               DISPLAY "NO DECLARATIONS ON FILE"
           ELSE
               MOVE "N" TO EOF-FLAG
               DISPLAY " "
               DISPLAY "CUST   FY   BY  RECORDED STATUS"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TDS-EXEMPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIST-COUNT
                           DISPLAY TX-CUST-ID "  " TX-FY " "
                               TX-RECORDED-BY " " TX-RECORD-DATE " "
                               TX-STATUS
                   END-READ
               END-PERFORM
               CLOSE TDS-EXEMPT-FILE
               DISPLAY "ENTRIES LISTED: " LIST-COUNT
           END-IF.

       WITHDRAW-DECLARATION.
           DISPLAY "CUSTOMER ID TO WITHDRAW:"
           ACCEPT SEARCH-CUST-ID
           DISPLAY "FINANCIAL YEAR START (YYYY):"
           ACCEPT SEARCH-FY

           OPEN INPUT TDS-EXEMPT-FILE
           IF WS-EXEMPT-STATUS = "35"
               DISPLAY "NO DECLARATIONS ON FILE"
           ELSE
               OPEN OUTPUT TEMP-FILE

               MOVE "N" TO EOF-FLAG
               MOVE "N" TO FOUND-FLAG

               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TDS-EXEMPT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TX-CUST-ID = SEARCH-CUST-ID
                               AND TX-FY = SEARCH-FY
                               AND TX-STATUS = "APPROVED"
                               MOVE "Y" TO FOUND-FLAG
                               MOVE "WITHDRWN" TO TX-STATUS
                           END-IF
                           MOVE TDS-EXEMPT-REC TO TEMP-REC
                           WRITE TEMP-REC
                   END-READ
               END-PERFORM

               CLOSE TDS-EXEMPT-FILE
               CLOSE TEMP-FILE

      *    OS-LEVEL SWAP: THE RENAME REPLACES TDS-EXEMPTIONS.DAT IN
      *    ONE STEP, SO THE FILE IS NEVER IN A DELETED STATE
               CALL "CBL_RENAME_FILE" USING WS-TEMP-FILENAME
                   WS-EXEMPT-FILENAME

               IF FOUND-FLAG = "Y"
                   MOVE SIGNON-EMP-ID TO AJ-EMP-ID
                   MOVE "TDSMAINT    " TO AJ-PROGRAM
                   MOVE "WITHDRAW DCL" TO AJ-ACTION
                   MOVE SEARCH-CUST-ID TO AJ-KEY
                   CALL "ACTLOG" USING ACTJRNL-AREA
                   DISPLAY "DECLARATION WITHDRAWN - TAX IS WITHHELD "
                       "FROM THE NEXT INTEREST CREDIT"
               ELSE
                   DISPLAY "NO APPROVED DECLARATION FOR THAT "
                       "CUSTOMER AND YEAR"
               END-IF
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO FOUND-FLAG
           MOVE SPACES TO CUR-CUST-NAME
           MOVE SPACES TO CUR-CUST-ADDRESS

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "05"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID = SEARCH-CUST-ID
                               MOVE "Y" TO FOUND-FLAG
                               MOVE CUST-NAME TO CUR-CUST-NAME
                               MOVE CUST-ADDRESS TO CUR-CUST-ADDRESS
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       YEAR-END-CERTIFICATES.
      *    ONE CERTIFICATE PER CUSTOMER OF INTEREST PAID AND TAX
      *    WITHHELD IN THE YEAR, AND THE REGISTER THE TAX IS REMITTED
      *    FROM, BOTH BUILT FROM THE SAME INTEREST LINES SO THEY
      *    ALWAYS AGREE
           DISPLAY "ENTER FINANCIAL YEAR START (YYYY, APR-MAR):"
           ACCEPT WS-FY-YEAR
           COMPUTE WS-FY-TO-YEAR = WS-FY-YEAR + 1

           OPEN INPUT TDS-INTEREST-FILE
           IF WS-INTEREST-STATUS = "35"
               DISPLAY "NO INTEREST CREDITS ON FILE"
           ELSE
               CLOSE TDS-INTEREST-FILE
               PERFORM WRITE-YEAR-END-OUTPUT
           END-IF.

       WRITE-YEAR-END-OUTPUT.
           MOVE 0 TO CUST-COUNT
           MOVE 0 TO SELECTED-COUNT
           MOVE 0 TO TOT-INTEREST
           MOVE 0 TO TOT-TDS
           INITIALIZE MONTH-TDS-TABLE

           MOVE SPACES TO WS-CERT-FILENAME
           STRING "tds-certificates-" WS-FY-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-CERT-FILENAME
           OPEN OUTPUT CERTIFICATE-FILE

           ACCEPT RPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RPT-FILENAME
           STRING "tds-register-" WS-FY-YEAR ".dat"
               DELIMITED BY SIZE INTO RPT-FILENAME
           MOVE SPACES TO RPT-TITLE
           STRING "INTEREST TAX REMITTANCE REGISTER  FY " WS-FY-YEAR
               "-" WS-FY-TO-YEAR DELIMITED BY SIZE INTO RPT-TITLE
           MOVE SPACES TO RPT-COLUMNS
           STRING "CUST  NAME                     INTEREST"
               "           TAX  EXEMPT" DELIMITED BY SIZE
               INTO RPT-COLUMNS
           OPEN OUTPUT REPORT-FILE
           MOVE 0 TO RPT-PAGE-NUM
           MOVE 99 TO RPT-LINE-COUNT

           SORT TDS-SORT-FILE
               ON ASCENDING KEY TS-CUST-ID TS-DATE
               INPUT PROCEDURE IS SELECT-FY-INTEREST
               OUTPUT PROCEDURE IS BUILD-CUSTOMER-TOTALS

           PERFORM WRITE-REGISTER-TRAILER

           CLOSE CERTIFICATE-FILE
           CLOSE REPORT-FILE

           DISPLAY "INTEREST LINES SELECTED: " SELECTED-COUNT
           DISPLAY "CUSTOMERS CERTIFIED    : " CUST-COUNT
           DISPLAY "TOTAL TAX WITHHELD     : " TOT-TDS
           DISPLAY "CERTIFICATES WRITTEN: " WS-CERT-FILENAME
           DISPLAY "REPORT FILE WRITTEN: " RPT-FILENAME.

       SELECT-FY-INTEREST.
           OPEN INPUT TDS-INTEREST-FILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TDS-INTEREST-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TI-FY = WS-FY-YEAR
                           MOVE TI-CUST-ID    TO TS-CUST-ID
                           MOVE TI-DATE       TO TS-DATE
                           MOVE TI-ACC-NUMBER TO TS-ACC-NUMBER
                           MOVE TI-SOURCE     TO TS-SOURCE
                           MOVE TI-REF        TO TS-REF
                           MOVE TI-INTEREST   TO TS-INTEREST
                           MOVE TI-TDS        TO TS-TDS
                           MOVE TI-EXEMPT     TO TS-EXEMPT
                           RELEASE TDS-SORT-REC
                           ADD 1 TO SELECTED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TDS-INTEREST-FILE.

       BUILD-CUSTOMER-TOTALS.
           MOVE "N" TO SORT-EOF-FLAG
           MOVE "N" TO GROUP-OPEN-FLAG

           PERFORM UNTIL SORT-EOF-FLAG = "Y"
               RETURN TDS-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                       IF GROUP-OPEN-FLAG = "Y"
                           PERFORM EMIT-CUSTOMER-CERTIFICATE
                       END-IF
                   NOT AT END
                       PERFORM ACCUMULATE-INTEREST-LINE
               END-RETURN
           END-PERFORM.

       ACCUMULATE-INTEREST-LINE.
           IF GROUP-OPEN-FLAG = "Y" AND TS-CUST-ID NOT = CUR-CUST-ID
               PERFORM EMIT-CUSTOMER-CERTIFICATE
               MOVE "N" TO GROUP-OPEN-FLAG
           END-IF

           IF GROUP-OPEN-FLAG = "N"
               MOVE "Y" TO GROUP-OPEN-FLAG
               MOVE TS-CUST-ID TO CUR-CUST-ID
               MOVE "N" TO CUR-EXEMPT
               MOVE 0 TO CUST-INTEREST
               MOVE 0 TO CUST-TDS
               PERFORM START-CERTIFICATE
           END-IF

           IF TS-EXEMPT = "Y"
               MOVE "Y" TO CUR-EXEMPT
           END-IF
           ADD TS-INTEREST TO CUST-INTEREST
           ADD TS-TDS TO CUST-TDS

           DIVIDE TS-DATE BY 100 GIVING WS-DATE-YM
           DIVIDE WS-DATE-YM BY 100 GIVING WS-DATE-YEAR
               REMAINDER WS-DATE-MONTH
           ADD TS-TDS TO MONTH-TDS (WS-DATE-MONTH)

           MOVE TS-DATE       TO CT-DATE
           MOVE TS-ACC-NUMBER TO CT-ACC-NUMBER
           MOVE TS-SOURCE     TO CT-SOURCE
           MOVE TS-REF        TO CT-REF
           MOVE TS-INTEREST   TO CT-INTEREST
           MOVE TS-TDS        TO CT-TDS
           WRITE CERTIFICATE-LINE FROM CT-DETAIL-LINE.

       START-CERTIFICATE.
           MOVE CUR-CUST-ID TO SEARCH-CUST-ID
           PERFORM FIND-CUSTOMER

           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO CT-TEXT-LINE
           MOVE "INTEREST CERTIFICATE" TO CT-LABEL
           STRING "FY " WS-FY-YEAR "-" WS-FY-TO-YEAR
               " (APRIL TO MARCH)" DELIMITED BY SIZE INTO CT-VALUE
           WRITE CERTIFICATE-LINE FROM CT-TEXT-LINE

           MOVE SPACES TO CT-TEXT-LINE
           MOVE "CUSTOMER ID       :" TO CT-LABEL
           MOVE CUR-CUST-ID TO CT-VALUE
           WRITE CERTIFICATE-LINE FROM CT-TEXT-LINE

           MOVE SPACES TO CT-TEXT-LINE
           MOVE "NAME              :" TO CT-LABEL
           MOVE CUR-CUST-NAME TO CT-VALUE
           WRITE CERTIFICATE-LINE FROM CT-TEXT-LINE

           MOVE SPACES TO CT-TEXT-LINE
           MOVE "ADDRESS           :" TO CT-LABEL
           MOVE CUR-CUST-ADDRESS TO CT-VALUE
           WRITE CERTIFICATE-LINE FROM CT-TEXT-LINE

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "DATE      ACCT   FROM REFERENCE     INTEREST"
               "   TAX WITHHELD" DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       EMIT-CUSTOMER-CERTIFICATE.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO CT-AMOUNT-LINE
           MOVE "INTEREST PAID     :" TO CT-AMT-LABEL
           MOVE CUST-INTEREST TO CT-AMOUNT
           WRITE CERTIFICATE-LINE FROM CT-AMOUNT-LINE

           MOVE SPACES TO CT-AMOUNT-LINE
           MOVE "TAX WITHHELD      :" TO CT-AMT-LABEL
           MOVE CUST-TDS TO CT-AMOUNT
           WRITE CERTIFICATE-LINE FROM CT-AMOUNT-LINE

           IF CUR-EXEMPT = "Y"
               MOVE SPACES TO CT-TEXT-LINE
               MOVE "NOTE              :" TO CT-LABEL
               MOVE "EXEMPTION DECLARATION ON FILE FOR THE YEAR"
                   TO CT-VALUE
               WRITE CERTIFICATE-LINE FROM CT-TEXT-LINE
           END-IF

           MOVE SPACES TO TR-DETAIL-LINE
           MOVE CUR-CUST-ID   TO TR-CUST-ID
           MOVE CUR-CUST-NAME TO TR-NAME
           MOVE CUST-INTEREST TO TR-INTEREST
           MOVE CUST-TDS      TO TR-TDS
           IF CUR-EXEMPT = "Y"
               MOVE "EXEMPT" TO TR-EXEMPT
           END-IF
           MOVE TR-DETAIL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           ADD CUST-INTEREST TO TOT-INTEREST
           ADD CUST-TDS TO TOT-TDS
           ADD 1 TO CUST-COUNT.

       WRITE-REGISTER-TRAILER.
           MOVE ALL "-" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO TR-TOTAL-LINE
           MOVE "TOTAL FOR THE YEAR        :" TO TR-T-LABEL
           MOVE TOT-INTEREST TO TR-T-INTEREST
           MOVE TOT-TDS TO TR-T-TDS
           MOVE TR-TOTAL-LINE TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE
           MOVE "TAX TO REMIT BY MONTH OF DEDUCTION" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE

      *    APRIL THROUGH DECEMBER FALL IN THE STARTING YEAR,
      *    JANUARY THROUGH MARCH IN THE FOLLOWING ONE
           PERFORM VARYING WS-MONTH-IDX FROM 4 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE SPACES TO TR-TOTAL-LINE
               STRING "  " WS-FY-YEAR "-" WS-MONTH-IDX
                   DELIMITED BY SIZE INTO TR-T-LABEL
               MOVE MONTH-TDS (WS-MONTH-IDX) TO TR-T-TDS
               MOVE TR-TOTAL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 3
               MOVE SPACES TO TR-TOTAL-LINE
               STRING "  " WS-FY-TO-YEAR "-" WS-MONTH-IDX
                   DELIMITED BY SIZE INTO TR-T-LABEL
               MOVE MONTH-TDS (WS-MONTH-IDX) TO TR-T-TDS
               MOVE TR-TOTAL-LINE TO RPT-DETAIL
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "END OF REPORT" TO RPT-DETAIL
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= 60
               PERFORM WRITE-REPORT-HEADING
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-REPORT-HEADING.
           ADD 1 TO RPT-PAGE-NUM
           MOVE RPT-TITLE TO RPT-H-TITLE
           MOVE RPT-PAGE-NUM TO RPT-H-PAGE
           WRITE REPORT-LINE FROM RPT-HEAD-LINE
           WRITE REPORT-LINE FROM RPT-COLUMNS
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO RPT-LINE-COUNT.
