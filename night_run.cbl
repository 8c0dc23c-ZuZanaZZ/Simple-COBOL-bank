      * every step has completed. The step programs end with GOBACK
      * so they return here when CALLed and still end the run when
      * started standalone.
      * SuspenseAge runs straight after InterbankIn, ageing the
      * inbound credits parked in suspense and returning those held
      * past the retention period before the day is reported.
      * HoldExpiry runs after DormantSweep, closing the funds holds
      * whose expiry business date has come, so the reports and the
      * backup see the register as it stands at the end of the day.
      * RateHistory then records the day's rates.dat in the dated
      * rate history before the reports run, since rates.dat itself
      * is overwritten the next morning.
      * NoticeRun follows, sending the day's customer notices to
      * the mail house once every posting step has written its own.
      * BalanceHist records every account's closing balance for the
      * day once the reports are out, LimitReport lists the day's
      * daily limit refusals and overrides, DisputeAge reports the
      * open dispute cases against their response deadline, and
      * GenBackup then cuts the generation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightRun.

       01 HeldInterestPeriod   PIC X(6) VALUE SPACES.
       01 HeldChargePeriod     PIC X(6) VALUE SPACES.
       01 RunTimestamp         PIC X(15).
       01 StepCount            PIC 9(2) VALUE 13.
       01 StepState            PIC X(8).
       01 StepLoop             PIC 9(2).
       01 CurrentStep          PIC 9(2).
       01 StepFailed           PIC X(3) VALUE "NO".
       01 AllComplete          PIC X(3) VALUE "NO".
       01 StepTable.
           03 StepEntry OCCURS 13 TIMES.
               05 StepNames         PIC X(12).
               05 StepStates        PIC X(8).
       01 RollParts.
           MOVE "BATCHEDIT" TO StepNames(1)
           MOVE "SIMPLEBANK" TO StepNames(2)
           MOVE "INTERBANKIN" TO StepNames(3)
           MOVE "SUSPENSEAGE" TO StepNames(4)
           MOVE "DORMANTSWEEP" TO StepNames(5)
           MOVE "HOLDEXPIRY" TO StepNames(6)
           MOVE "RATEHISTORY" TO StepNames(7)
           MOVE "NOTICERUN" TO StepNames(8)
           MOVE "EODREPORT" TO StepNames(9)
           MOVE "BALANCEHIST" TO StepNames(10)
           MOVE "LIMITREPORT" TO StepNames(11)
           MOVE "DISPUTEAGE" TO StepNames(12)
           MOVE "GENBACKUP" TO StepNames(13)
           MOVE 1 TO StepLoop
           PERFORM InitStepStateProcedure
               UNTIL StepLoop > StepCount.
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 4
                   CALL "SuspenseAge"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 5
                   CALL "DormantSweep"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 6
                   CALL "HoldExpiry"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 7
                   CALL "RateHistory"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 8
                   CALL "NoticeRun"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 9
                   CALL "EodReport"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 10
                   CALL "BalanceHist"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 11
                   CALL "LimitReport"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 12
                   CALL "DisputeAge"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
                   END-CALL
               WHEN 13
                   CALL "GenBackup"
                       ON EXCEPTION
                           MOVE "YES" TO StepFailed
