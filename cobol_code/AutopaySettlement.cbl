           MOVE AZ-Settled-Amount TO PM-Payment-Amount
           MOVE AZ-Settle-Date TO PM-Payment-Date
           MOVE SPACES TO PM-Customer-Id
           MOVE SPACES TO PM-Loan-Number
           MOVE SPACES TO PM-Deposit-Reference
           EVALUATE AZ-Settle-Status
               WHEN "SETTLED"
                   MOVE "PAYMENT" TO PM-Transaction-Type
