      *================================================================
      * BENFREC.CPY
      *
      * Record layout of the supplier beneficiary master (BENFMAST),
      * maintained by C03BNMNT and read by the C03EX03K outbound
      * (remittance) batch to build the bank payment file. One
      * record per supplier code - the code an outbound FXINVOIC
      * record carries in FI-CUSTOMER - with the beneficiary name,
      * the receiving bank, the account, the SWIFT/BIC and IBAN
      * routing and the currency the account is held in. A
      * remittance in another currency, or for a supplier with no
      * active record, is held off the payment file.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  BENF-MAST-RECORD.
           05  BN-SUPPLIER      PIC X(08).
           05  BN-NAME          PIC X(30).
           05  BN-BANK-NAME     PIC X(20).
           05  BN-BANK-CODE     PIC X(08).
           05  BN-ACCOUNT       PIC X(20).
           05  BN-SWIFT         PIC X(11).
           05  BN-IBAN          PIC X(34).
           05  BN-CURRENCY      PIC X(03).
           05  BN-STATUS        PIC X(01).
               88  BN-ACTIVE        VALUE "A".
               88  BN-INACTIVE      VALUE "I".
