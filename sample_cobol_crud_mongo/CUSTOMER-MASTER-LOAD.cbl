           MOVE SPACES TO MASTER-ADDR-LINE1 MASTER-ADDR-LINE2
               MASTER-ADDR-CITY MASTER-ADDR-STATE MASTER-ADDR-ZIP
               MASTER-CONTACT-PREF MASTER-MARKETING-OPT-IN
               MASTER-CREATED-TS
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """id"":"""
                   INTO MASTER-MARKETING-OPT-IN
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """createdAt"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO MASTER-CREATED-TS
               END-UNSTRING
           END-IF
           IF MASTER-CUST-ID NOT = SPACES
               ADD 1 TO WS-LOADED-COUNT
               WRITE CUSTOMER-MASTER-RECORD
