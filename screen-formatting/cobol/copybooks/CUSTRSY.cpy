      * Resync transaction sent back to the source system for each
      * account whose CUSTOMER.MASTER image no longer matches the
      * clean extract it was loaded from: an action code - A the
      * source should add, C it should correct, D it should delete -
      * a reason in words, the image the source sent and the image
      * the master holds now.  An add carries spaces in its source
      * image, a delete carries spaces in its master image.  The file
      * is sealed with the same ControlTrailer record the extracts
      * carry, counting the transactions and hashing the balance each
      * one carries - the master's for adds and corrections, the
      * source's for deletes.
       01 ResyncTransaction.
           05 RSY-ACTION       PIC X(1).
           05 RSY-REASON       PIC X(60).
           05 RSY-SOURCE-IMAGE PIC X(117).
           05 RSY-MASTER-IMAGE PIC X(117).
