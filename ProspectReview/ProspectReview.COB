            MOVE PRS-PostalCode TO CM-PostalCode
            MOVE PRS-Phone      TO CM-Phone
            MOVE SPACES         TO CM-Contact
            SET InvoiceAtPeriodClose TO TRUE
            WRITE CustomerMasterRecord
                INVALID KEY
                    DISPLAY "ProspectReview - DUPLICATE CUS-ID "
