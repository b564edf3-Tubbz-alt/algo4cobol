      *    CYCLSTAT.DAT standing BILLED or POSTED: collections are
      *    built from a statement that actually went out.  The
      *    bank's response file comes back through Autopay-Response.
      *  - Accounts already collected are remembered on a work
      *    index instead of a fixed table, so the duplicate check
      *    holds at any portfolio size.
      *  - CC_EXTRACT.DAT record follows the billing run's layout,
      *    which now carries the average daily balance, the days in
      *    the cycle and the points earned and held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RunParmStatus.

          *> Work index of the accounts collected - rebuilt every run.
          SELECT SeenIndexFile ASSIGN TO "..\files\apyidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SEEN-NRO-CUENTA
          FILE STATUS IS SeenIndexStatus.

       DATA DIVISION.
       FILE SECTION.

         03 EXT-FECHA-SALDO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 EXT-FECHA-CONTROL            PIC X(8).
         03 FILLER                       PIC X(1).
         03 EXT-SALDO-PROMEDIO           PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 EXT-DIAS-CICLO               PIC 9(3).
         03 FILLER                       PIC X(1).
         03 EXT-PUNTOS-CICLO             PIC 9(9).
         03 FILLER                       PIC X(1).
         03 EXT-PUNTOS-SALDO             PIC 9(9).

      *> Card master - same file/key layout Tarjeta-Maintenance
      *> owns.
         88 EOF-RUN-PARM VALUE HIGH-VALUES.
         03 RP-BALANCE-DATE              PIC X(8).

       FD SeenIndexFile.
       01 SeenIndexRecord.
         02 SEEN-NRO-CUENTA              PIC 9(10).

       WORKING-STORAGE SECTION.
       01   ExtractStatus                PIC X(2).
           88 ExtractSuccess  VALUE "00".
           88 CycleStatusSuccess VALUE "00".
       01   RunParmStatus                PIC X(2).
           88 RunParmSuccess  VALUE "00".
       01   SeenIndexStatus              PIC X(2).
           88 SeenIndexSuccess VALUE "00".

       01 WS-BALANCE-AS-OF-DATE          PIC X(8).
       01 WS-cycle-estado                PIC X(8).
      *> its checkpoint appear twice, byte-identical - and unlike
      *> Saldo-Posting's idempotent re-post, a second debit order
      *> moves money.  The first record wins; repeats are skipped.
      *> Kept on the apyidx.dat work index, one record per account.
      *>-------------------------------------------------------------*
       01 WS-ACCOUNT-SEEN-SW             PIC X(1).
          88 ACCOUNT-ALREADY-SEEN        VALUE "Y".

             STOP RUN
          END-IF.

          OPEN OUTPUT SeenIndexFile.
          CLOSE SeenIndexFile.
          OPEN I-O SeenIndexFile.
          IF NOT SeenIndexSuccess
             DISPLAY "Unable to open apyidx.dat - status "
                SeenIndexStatus " - no collection file built"
             STOP RUN
          END-IF.

          OPEN OUTPUT AutopayFile.

          PERFORM Read_Extract_File.
          CLOSE ExtractFile.
          CLOSE TarjetaFile.
          CLOSE AutopayFile.
          CLOSE SeenIndexFile.

          DISPLAY "Auto-pay collection file built.".
          DISPLAY "  Debit orders: " WS-collect-count.
          ADD WS-collect-amount TO WS-collect-total.

      *> Every account is remembered - enrolled or not - so the
      *> duplicate test is one keyed write whatever the enrollment:
      *> the key already on the index is the account seen before.
      *> Any other failure would mean the double-debit protection
      *> silently lapsing, so that stops the run instead.
       Check_Account_Seen.
          MOVE "N" TO WS-ACCOUNT-SEEN-SW.
          MOVE EXT-NRO-TARJ TO SEEN-NRO-CUENTA.
          WRITE SeenIndexRecord
             INVALID KEY CONTINUE
          END-WRITE.
          IF SeenIndexStatus = "22"
             SET ACCOUNT-ALREADY-SEEN TO TRUE
             EXIT PARAGRAPH
          END-IF.
          IF NOT SeenIndexSuccess
             DISPLAY "AUTOPAY: apyidx.dat write failed - status "
                SeenIndexStatus " - cannot guarantee single debits "
                "- run stopped"
             STOP RUN
          END-IF.

       END PROGRAM Autopay-Extract.
