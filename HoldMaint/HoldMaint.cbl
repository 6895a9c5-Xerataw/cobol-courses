      *  settlement, a court garnishment - so PostTransactions stops
      *  debiting money that is already promised and GetMyBalance can
      *  show the branches what is really available.  Releasing a hold
      *  marks it, it does not delete it.  Every hold placed or
      *  released raises an alert event through AlertWrite, so the
      *  customer hears of it from the nightly feed rather than the
      *  monthly statement.
      *****************************************************************
       environment division.
       input-output section.

       01  WS-TODAY                 pic 9(8).

      *  Alert event raised for the messaging vendor's feed: the
      *  hold's amount, under the hold id.
       01  WS-ALERT-PROGRAM         pic x(16) value "HOLDMAINT".
       01  WS-ALERT-EVENT           pic x(2).
       01  WS-ALERT-AMOUNT          pic S9(9)v99 value zero.
       01  WS-ALERT-REFERENCE       pic x(16) value spaces.

       01  WS-TRANS-COUNT           pic 9(7) value zero.
       01  WS-REJECT-COUNT          pic 9(7) value zero.

                       to RL-MESSAGE
                   perform write-reject-line
               not invalid key
                   move "HP" to WS-ALERT-EVENT
                   perform raise-hold-alert
                   move "HOLD PLACED" to RL-MESSAGE
                   perform write-result-line
           end-write.
                           to RL-MESSAGE
                       perform write-reject-line
                   not invalid key
                       move "HR" to WS-ALERT-EVENT
                       perform raise-hold-alert
                       move "HOLD RELEASED" to RL-MESSAGE
                       perform write-result-line
               end-rewrite
           end-if.

       raise-hold-alert.
           move HF-AMOUNT to WS-ALERT-AMOUNT
           move HF-HOLD-ID to WS-ALERT-REFERENCE
           call "AlertWrite" using WS-ALERT-PROGRAM WS-ALERT-EVENT
               HF-CUST-ID WS-ALERT-AMOUNT WS-ALERT-REFERENCE.

       write-result-line.
           move HT-TYPE to RL-TXN-TYPE
           move HT-CUST-ID to RL-CUST-ID
