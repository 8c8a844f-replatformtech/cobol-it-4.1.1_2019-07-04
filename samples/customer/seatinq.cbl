                  ALTERNATE RECORD KEY IS FLIGHT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-LNAME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CORP-ACCT-ID WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BOOKING-LOCATOR
                                          WITH DUPLICATES
                  FILE STATUS IS CUSTOMER-STATUS.

      *****************************************************************
                    PERFORM UNTIL FLIGHT-ID NOT = SAVE-FLIGHT-ID
                       IF SEAT-TYPE = "CO" AND PAX-TYPE NOT = "I"
                          ADD 1              TO  CO-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  CO-COUNT
                          END-IF
                       END-IF
                       IF SEAT-TYPE = "FC" AND PAX-TYPE NOT = "I"
                          ADD 1              TO  FC-COUNT
                          IF EXTRA-SEAT-HELD
                             ADD 1           TO  FC-COUNT
                          END-IF
                       END-IF
                       READ CUSTOMER NEXT
                            AT END MOVE SPACES TO FLIGHT-ID
