      *****************************************************************
      * PADXRUL.CPY
      *
      * One cross-field business rule, as carried on the rule table
      * PROD.LEFTPAD.XRULES (100-byte card-image records) that
      * LEFTPADB evaluates against every padded record and PADXEDIT
      * edits against the activated control table.  COPY this at the
      * 05 level under an 01-level record: the rule file's FD record,
      * or one entry of a rule-table OCCURS.
      *
      * A rule is keyed by Xrul-Record-Type (blank = every record
      * type) and names its fields by the control table's Field-
      * Name.  It reads:
      *
      *   [WHEN If-Name If-Test If-Value]  Name Test Operand
      *
      * The optional condition compares one field with a literal
      * value; when it is coded and does not hold, the rule is met.
      * The requirement compares Xrul-Name with a second field
      * (Xrul-Operand-Kind F, Xrul-Operand is a Field-Name) or with
      * a literal (kind V, Xrul-Operand is the value).  Every rule
      * names at least two fields between the condition and the
      * requirement.
      *
      * Test codes, for both the condition and the requirement:
      *   EQ NE LT LE GT GE   the comparison;
      *   BL                  the field is empty - spaces or nothing
      *                       but its pad character, or zero for a
      *                       mode N field (no operand);
      *   NB                  the field is not empty (no operand).
      *
      * Fields are compared as they stand in the PADDED record: a
      * mode N field by its numeric value (decimal places aligned),
      * anything else by its content with the pad stripped, so a
      * date compares in its Field-Date-Format-Out (E or F order
      * correctly).  For example:
      *   end date not before start date
      *       Name ENDDT,   Test GE, kind F, Operand STARTDT
      *   a credit carries no positive amount
      *       WHEN TXNTYPE EQ CR,  Name AMOUNT, Test LE, kind V, 0
      *   a closed account carries its close date
      *       WHEN ACCTSTAT EQ C,  Name CLOSEDT, Test NB
      *   a US branch trades in dollars
      *       WHEN BRCOUNTRY EQ US, Name CURRENCY, Test EQ, V, USD
      *
      * Xrul-Rule-Id names the rule on the suspense record's reason
      * and the exception record when a padded record fails it.
      *****************************************************************
           05  Xrul-Rule-Id           PIC X(08).
           05  Xrul-Record-Type       PIC X(02).
           05  Xrul-If-Name           PIC X(20).
           05  Xrul-If-Test           PIC X(02).
           05  Xrul-If-Value          PIC X(20).
           05  Xrul-Name              PIC X(20).
           05  Xrul-Test              PIC X(02).
               88  Xrul-Test-Blank          VALUE 'BL'.
               88  Xrul-Test-Not-Blank      VALUE 'NB'.
           05  Xrul-Operand-Kind      PIC X(01).
               88  Xrul-Operand-Field       VALUE 'F'.
               88  Xrul-Operand-Value       VALUE 'V'.
           05  Xrul-Operand           PIC X(20).
           05  FILLER                 PIC X(05).
