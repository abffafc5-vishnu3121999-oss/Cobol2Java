                           MOVE "Read success" TO RESP-MESSAGE
                       END-IF
                   END-IF
      * Same lookup without hiding soft-deleted documents: what we
      * still hold about a customer until the retention purge runs,
      * for the compliance paths that have to disclose or restore it.
               WHEN "READ-RETAINED"
                   CALL "MONGO-FIND-ONE"
                       USING DB-NAME COLL-NAME REQ-CUST-ID RESP-BODY
                   IF RESP-BODY = SPACES
                       SET RESP-NOT-FOUND TO TRUE
                       MOVE "Customer not found" TO RESP-MESSAGE
                   ELSE
                       SET RESP-OK TO TRUE
                       MOVE "Read success" TO RESP-MESSAGE
                   END-IF
               WHEN "FIND-BY-EMAIL"
                   MOVE SPACES TO RESP-BODY
                   CALL "MONGO-FIND-ONE"
                   END-STRING
                   SET RESP-OK TO TRUE
                   MOVE "Note list success" TO RESP-MESSAGE
      * Removes every note held for one customer, so a test refresh
      * can reload a customer's notes without doubling them. Never
      * allowed against the production database.
               WHEN "NOTE-CLEAR"
                   IF DB-NAME = "crm_prod"
                       SET RESP-BAD-REQUEST TO TRUE
                       MOVE "Note delete not allowed in production"
                           TO RESP-MESSAGE
                   ELSE
                       MOVE SPACES TO WS-NOTES-STATUS
                       CALL "MONGO-DELETE-NOTES"
                           USING DB-NAME NOTES-COLL-NAME REQ-CUST-ID
                               WS-NOTES-STATUS
                       IF WS-NOTES-STATUS = "00"
                           SET RESP-OK TO TRUE
                           MOVE "Notes deleted" TO RESP-MESSAGE
                       ELSE
                           SET RESP-SERVER-ERROR TO TRUE
                           MOVE "Mongo note delete failed"
                               TO RESP-MESSAGE
                       END-IF
                   END-IF
               WHEN "DELETE"
                   PERFORM SOFT-DELETE-CUSTOMER
               WHEN "RESTORE"
                   PERFORM RESTORE-CUSTOMER
               WHEN "PURGE-EXPIRED"
                   MOVE SPACES TO WS-MONGO-STATUS
                   MOVE 0 TO RESP-LIST-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Brings a customer back under its own id from the record the
      * caller has built. A soft-deleted document still on file is
      * overwritten in place (one version on from what is held); a
      * document the retention purge has already removed is inserted
      * afresh. A customer that is still live is left alone - there
      * is nothing to restore. Notes flagged deleted with the
      * customer stay flagged - the note store has no way to clear
      * the flag - so they remain withheld from NOTE-LIST until the
      * retention purge removes them.
      *----------------------------------------------------------------
       RESTORE-CUSTOMER.
           MOVE SPACES TO WS-EXISTING-BODY
           CALL "MONGO-FIND-ONE"
               USING DB-NAME COLL-NAME REQ-CUST-ID WS-EXISTING-BODY
           IF WS-EXISTING-BODY = SPACES
               PERFORM BUILD-PAYLOAD-FROM-REC
               PERFORM CALL-MONGO-INSERT
               IF WS-MONGO-STATUS = "00"
                   SET RESP-CREATED TO TRUE
                   MOVE "Restored" TO RESP-MESSAGE
                   MOVE "{""result"":""restored""}" TO RESP-BODY
               ELSE
                   SET RESP-SERVER-ERROR TO TRUE
                   MOVE "Mongo insert failed" TO RESP-MESSAGE
                   MOVE SPACES TO RESP-BODY
               END-IF
           ELSE
               PERFORM EXTRACT-EXISTING-STATUS
               IF WS-EXISTING-STATUS NOT = "DELETED"
                   SET RESP-CONFLICT TO TRUE
                   MOVE "Customer is not deleted" TO RESP-MESSAGE
                   MOVE SPACES TO RESP-BODY
               ELSE
                   PERFORM EXTRACT-EXISTING-VERSION
                   COMPUTE CUST-VERSION = WS-EXISTING-VERSION + 1
                   PERFORM BUILD-PAYLOAD-FROM-REC
                   PERFORM CALL-MONGO-UPDATE
                   IF WS-MONGO-STATUS = "00"
                       SET RESP-OK TO TRUE
                       MOVE "Restored" TO RESP-MESSAGE
                       MOVE "{""result"":""restored""}" TO RESP-BODY
                   ELSE
                       SET RESP-SERVER-ERROR TO TRUE
                       MOVE "Mongo update failed" TO RESP-MESSAGE
                       MOVE SPACES TO RESP-BODY
                   END-IF
               END-IF
           END-IF.

       EXTRACT-EXISTING-FIELDS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-EXISTING-NAME
           UNSTRING WS-EXISTING-BODY DELIMITED BY """name"":"""
