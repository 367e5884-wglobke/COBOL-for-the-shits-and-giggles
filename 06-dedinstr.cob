      *                               persisted HERE, not read
      *                               back from balance zero -
      *                               zero also means uncapped.
      *       payee       PIC X(20)   who the withheld money is
      *                               owed to - the court, agency
      *                               or union
      *       payee-ref   PIC X(20)   the payee's reference for
      *                               this order (case / member
      *                               number), quoted on the
      *                               remittance advice
      *
      *    Instructions apply after the Deduction_Calc deductions,
      *    in priority order, each capped at the net still available
      *       di-total       : output, total deducted this call
      *       di-applied     : output, count and per-instruction
      *                        type/amount/balance-left for the
      *                        register's detail columns, with the
      *                        payee and payee reference for the
      *                        withholding journal (see
      *                        Third_Party_Remit)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  in-balance     PIC 9(7)v9(2).
           05  in-priority    PIC 99.
           05  in-status      PIC X.
           05  in-payee       PIC X(20).
           05  in-payee-ref   PIC X(20).

       WORKING-STORAGE SECTION.
       01  instr-status    PIC XX.
           05  it-capped      PIC X.
           05  it-priority    PIC 99.
           05  it-satisfied   PIC X.
           05  it-payee       PIC X(20).
           05  it-payee-ref   PIC X(20).
       01  instr-entries   PIC 9(3) VALUE 0.
       01  instr-idx       PIC 9(3).
       01  best-idx        PIC 9(3).
               10  dia-type    PIC X(10).
               10  dia-amount  PIC 9(7)v9(2).
               10  dia-left    PIC 9(7)v9(2).
               10  dia-payee   PIC X(20).
               10  dia-payee-ref PIC X(20).
      ****************************
       PROCEDURE DIVISION USING di-action, di-employee-id, di-date,
               di-gross, di-net, di-total, di-applied.
               MOVE it-type(best-idx)
                   TO dia-type(di-applied-count)
               MOVE this-amount TO dia-amount(di-applied-count)
               MOVE it-payee(best-idx)
                   TO dia-payee(di-applied-count)
               MOVE it-payee-ref(best-idx)
                   TO dia-payee-ref(di-applied-count)
               IF it-capped(best-idx) = "Y"
                   MOVE it-balance(best-idx)
                       TO dia-left(di-applied-count)
                           END-IF
                           MOVE in-priority
                               TO it-priority(instr-entries)
                           MOVE in-payee TO it-payee(instr-entries)
                           MOVE in-payee-ref
                               TO it-payee-ref(instr-entries)
                           IF in-status = "S"
                               MOVE "Y"
                                   TO it-satisfied(instr-entries)
               MOVE it-stop(instr-idx) TO in-stop
               MOVE it-balance(instr-idx) TO in-balance
               MOVE it-priority(instr-idx) TO in-priority
               MOVE it-payee(instr-idx) TO in-payee
               MOVE it-payee-ref(instr-idx) TO in-payee-ref
               IF it-satisfied(instr-idx) = "Y"
                   MOVE "S" TO in-status
               ELSE
