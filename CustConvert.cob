              05 OC-STREET               PIC X(25).
              05 OC-CITY                 PIC X(15).
              05 OC-PROVINCE             PIC X(15).
              05 OC-CREDIT-STATUS        PIC X.
              05 OC-ACTIVE-STATUS        PIC X.

       FD NEW-CUSTOMER-MASTER.
       COPY CUSTOMER-REC.

       0000-MAIN-PROCESS.
              DISPLAY "One-time CUSTOMER.DAT layout conversion - "
                     "adds the corporate account link.".

              OPEN INPUT OLD-CUSTOMER-MASTER.
              IF OLD-CUSTOMER-FILE-MISSING
              MOVE OC-STREET       TO CM-STREET.
              MOVE OC-CITY         TO CM-CITY.
              MOVE OC-PROVINCE     TO CM-PROVINCE.
              MOVE OC-CREDIT-STATUS TO CM-CREDIT-STATUS.
              MOVE OC-ACTIVE-STATUS TO CM-ACTIVE-STATUS.
              MOVE ZERO            TO CM-CORP-ACCOUNT-ID.
              WRITE CUSTOMER-MASTER-RECORD.
              IF NOT NEW-CUSTOMER-OK
                     DISPLAY "ERROR: CUSTNEW.DAT write status "
