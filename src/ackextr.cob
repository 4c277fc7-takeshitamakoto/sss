      *
      *	  REJECTED    on TRANREJ.DAT, with the ERRCODES.cpy reason
      *	  UNROUTABLE  on TRANUNRT.DAT
      *	  DUPLICATE   on POSTSUSP.DAT as PT0009 - the TRAN-ID
      *	              already posted on an earlier night
      *	  HELD        on POSTSUSP.DAT, with the PT-series reason
      *	              (none for an investigation hold, PT0014,
      *	              which is never disclosed to the sender)
      *	  POSTED      on POSTTRAN.DAT with TRAN-STATUS "O"
      *	  EXCEPTED    on POSTTRAN.DAT with TRAN-STATUS "E"
      *	  CLASSIFIED  on ELCLASS.DAT
               WHEN SUS-IDX > WS-SUS-COUNT
                   PERFORM 4400-CHECK-POSTED
               WHEN WS-SUS-TRAN-ID(SUS-IDX) = TRAN-ID
                   IF WS-SUS-REASON(SUS-IDX) = "PT0009"
                       MOVE "DUPLICATE"        TO WS-DISPOSITION
                   ELSE
                       MOVE "HELD"             TO WS-DISPOSITION
                   END-IF
                   MOVE WS-SUS-REASON(SUS-IDX) TO WS-REASON-CODE
                   IF WS-REASON-CODE = "PT0014"
                       MOVE SPACES TO WS-REASON-CODE
                   END-IF
           END-SEARCH.

       4400-CHECK-POSTED.
