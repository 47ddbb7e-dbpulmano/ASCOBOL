
      * One transaction file covers the master and the product
      * links - A adds a supplier, C changes, X closes one, P links
      * a product, U unlinks it. Terms and bank details ride the
      * tail of an add or change; blank terms on an add mean the
      * usual 30 days.
       FD  TransFile.
       01  TransRecord.
           02 TransCode-S          PIC X.
           02 SupplierName-S       PIC X(20).
           02 LeadDays-S           PIC X(3).
           02 ProductId-S          PIC X.
           02 TermsDays-S          PIC X(3).
           02 SortCode-S           PIC X(6).
           02 AccountNo-S          PIC X(8).

       FD  ExceptionFile.
       01  ExceptRecord.
               03 SP-Lead-Tbl      PIC 9(3).
               03 SP-Status-Tbl    PIC X.
                   88 SupplierEntryClosed  VALUE "C".
               03 SP-Terms-Tbl     PIC 9(3).
               03 SP-Sort-Code-Tbl PIC 9(6).
               03 SP-Account-Tbl   PIC 9(8).

       01  WS-Suppl-Sub            PIC 9(4)    COMP VALUE ZERO.
       01  WS-Bank-Valid-Sw        PIC X       VALUE "Y".
           88 BankDetailsValid                 VALUE "Y".

       01  LinkTableCount          PIC 9(4)    COMP VALUE ZERO.
       01  LinkTable.
            END-READ.

       ApplyAddSupplier.
            PERFORM CheckBankDetails
            EVALUATE TRUE
                WHEN WS-Suppl-Sub > ZERO
                    MOVE SupplierId-S TO Except-SupplierId
                    MOVE "LEAD TIME NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN TermsDays-S NOT = SPACES
                     AND TermsDays-S NOT NUMERIC
                    MOVE SupplierId-S TO Except-SupplierId
                    MOVE "PAYMENT TERMS NOT NUMERIC" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT BankDetailsValid
                    MOVE SupplierId-S TO Except-SupplierId
                    MOVE "BANK SORT CODE OR ACCOUNT NOT VALID"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    SET SupplIdx TO SupplierTableCount
                    SET SupplIdx UP BY 1
                    MOVE SupplierName-S TO SP-Name-Tbl(SupplIdx)
                    MOVE LeadDays-S     TO SP-Lead-Tbl(SupplIdx)
                    MOVE "A"            TO SP-Status-Tbl(SupplIdx)
                    IF TermsDays-S = SPACES
                        MOVE 30 TO SP-Terms-Tbl(SupplIdx)
                    ELSE
                        MOVE TermsDays-S TO SP-Terms-Tbl(SupplIdx)
                    END-IF
                    MOVE ZERO TO SP-Sort-Code-Tbl(SupplIdx)
                    MOVE ZERO TO SP-Account-Tbl(SupplIdx)
                    IF SortCode-S NOT = SPACES
                        MOVE SortCode-S  TO SP-Sort-Code-Tbl(SupplIdx)
                        MOVE AccountNo-S TO SP-Account-Tbl(SupplIdx)
                    END-IF
                    MOVE "ADD SUPPLIER" TO AUD-Action-Tmp
                    PERFORM WriteAuditRecord
                    ADD 1 TO WS-Suppliers-Added
            END-EVALUATE.

       ApplyChangeSupplier.
            PERFORM CheckBankDetails
            EVALUATE TRUE
                WHEN WS-Suppl-Sub = ZERO
                    MOVE SupplierId-S TO Except-SupplierId
                    MOVE "SUPPLIER DOES NOT EXIST" TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN NOT BankDetailsValid
                    MOVE SupplierId-S TO Except-SupplierId
                    MOVE "BANK SORT CODE OR ACCOUNT NOT VALID"
                        TO Except-Detail
                    PERFORM WriteExceptionRecord
                    ADD 1 TO WS-Trans-Rejected
                WHEN OTHER
                    PERFORM ChangeSupplierEntry
            END-EVALUATE.

      * Blank fields on a change leave the master as it was; new
      * bank details replace both the sort code and the account.
       ChangeSupplierEntry.
            IF SupplierName-S NOT = SPACES
                MOVE SupplierName-S TO SP-Name-Tbl(WS-Suppl-Sub)
            END-IF
            IF LeadDays-S NUMERIC
                MOVE LeadDays-S TO SP-Lead-Tbl(WS-Suppl-Sub)
            END-IF
            IF TermsDays-S NUMERIC
                MOVE TermsDays-S TO SP-Terms-Tbl(WS-Suppl-Sub)
            END-IF
            IF SortCode-S NOT = SPACES
                MOVE SortCode-S  TO SP-Sort-Code-Tbl(WS-Suppl-Sub)
                MOVE AccountNo-S TO SP-Account-Tbl(WS-Suppl-Sub)
            END-IF
            MOVE "CHANGE SUPPL" TO AUD-Action-Tmp
            PERFORM WriteAuditRecord
            ADD 1 TO WS-Suppliers-Changed.

      * A closed supplier keeps its record and its links for the
      * history, but PurchaseOrders stops ordering from it.
                ADD 1 TO WS-Products-Unlinked
            END-IF.

      * Bank details are optional, but when a sort code is keyed
      * the account must come with it and both must be all digits.
       CheckBankDetails.
            MOVE "Y" TO WS-Bank-Valid-Sw
            IF SortCode-S = SPACES
                IF AccountNo-S NOT = SPACES
                    MOVE "N" TO WS-Bank-Valid-Sw
                END-IF
            ELSE
                IF SortCode-S NOT NUMERIC
                   OR AccountNo-S NOT NUMERIC
                    MOVE "N" TO WS-Bank-Valid-Sw
                END-IF
            END-IF.

       LocateSupplierEntry.
            MOVE ZERO TO WS-Suppl-Sub
            IF SupplierTableCount > ZERO
                MOVE SPL-Name        TO SP-Name-Tbl(SupplIdx)
                MOVE SPL-Lead-Days   TO SP-Lead-Tbl(SupplIdx)
                MOVE SPL-Status      TO SP-Status-Tbl(SupplIdx)
                IF SPL-Terms-Days NUMERIC
                    MOVE SPL-Terms-Days TO SP-Terms-Tbl(SupplIdx)
                ELSE
                    MOVE 30 TO SP-Terms-Tbl(SupplIdx)
                END-IF
                IF SPL-Sort-Code NUMERIC AND SPL-Account-No NUMERIC
                    MOVE SPL-Sort-Code  TO SP-Sort-Code-Tbl(SupplIdx)
                    MOVE SPL-Account-No TO SP-Account-Tbl(SupplIdx)
                ELSE
                    MOVE ZERO TO SP-Sort-Code-Tbl(SupplIdx)
                    MOVE ZERO TO SP-Account-Tbl(SupplIdx)
                END-IF
                READ SupplierFile
                    AT END SET EndOfSupplierFile TO TRUE
                END-READ
                MOVE SP-Name-Tbl(SupplIdx)   TO SPL-Name
                MOVE SP-Lead-Tbl(SupplIdx)   TO SPL-Lead-Days
                MOVE SP-Status-Tbl(SupplIdx) TO SPL-Status
                MOVE SP-Terms-Tbl(SupplIdx)  TO SPL-Terms-Days
                MOVE SP-Sort-Code-Tbl(SupplIdx) TO SPL-Sort-Code
                MOVE SP-Account-Tbl(SupplIdx)   TO SPL-Account-No
                WRITE SupplierMasterRecord
            END-PERFORM
            CLOSE SupplierFile.
