               88  RESP-PENDING          VALUE 0.
               88  RESP-OK               VALUE 200.
               88  RESP-CREATED          VALUE 201.
               88  RESP-ACCEPTED         VALUE 202.
               88  RESP-NO-CONTENT       VALUE 204.
               88  RESP-MULTI-STATUS     VALUE 207.
               88  RESP-BAD-REQUEST      VALUE 400.
               88  RESP-FORBIDDEN        VALUE 403.
               88  RESP-NOT-FOUND        VALUE 404.
               88  RESP-CONFLICT         VALUE 409.
               88  RESP-UNPROCESSABLE    VALUE 422.
