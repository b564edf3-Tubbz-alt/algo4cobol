      *    cycle.  Closing is deliberately a separate, explicit run:
      *    it is the operator's sign-off that the posted cycle's
      *    audit and reconciliation output has been reviewed.
      *  - A cycle only closes once GL-Journal has produced its
      *    general-ledger journal (GLJNLddmmyyyy.DAT) and the
      *    journal's trailer shows debits equal to credits.
      *  - A cycle only closes once Cycle-Balance has written its
      *    proof-of-input report (CC_BALANCE.DAT) for the cycle.
      *    When the report ends FUERA DE BALANCE the cycle stays
      *    POSTED until an operator signs it off on BALSIGN.DAT
      *    (cycle, operator id, reason); the sign-off is appended
      *    to the report as a CONFORMADO line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RunParmStatus.

          *> The cycle's general-ledger journal, from GL-Journal.
          SELECT GlJournalFile ASSIGN TO WS-GL-JNL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GlJournalStatus.

          *> The cycle's proof-of-input report, from Cycle-Balance.
          SELECT BalanceReportFile ASSIGN TO "..\files\CC_BALANCE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BalanceReportStatus.

          *> Operator sign-off of an out-of-balance cycle.
          SELECT BalanceSignFile ASSIGN TO "..\files\BALSIGN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BalanceSignStatus.

       DATA DIVISION.
       FILE SECTION.

         88 EOF-RUN-PARM VALUE HIGH-VALUES.
         03 RP-BALANCE-DATE              PIC X(8).

      *> Only the header's cycle and the trailer's totals are
      *> looked at here - same record areas GL-Journal writes.
       FD GlJournalFile.
       01 GlJournalHeader.
         88 EOF-GL-JOURNAL VALUE HIGH-VALUES.
         03 GLH-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 GLH-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(16).
       01 GlJournalTrailer.
         03 GLT-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 GLT-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLT-LINEAS                   PIC 9(7).
         03 FILLER                       PIC X(1).
         03 GLT-TOTAL-DEBE               PIC 9(12)V99.
         03 FILLER                       PIC X(1).
         03 GLT-TOTAL-HABER              PIC 9(12)V99.

      *> Only the title's cycle and the result line are looked at
      *> here - same record areas Cycle-Balance writes.
       FD BalanceReportFile.
       01 BalanceReportTitle.
         88 EOF-BALANCE-REPORT VALUE HIGH-VALUES.
         03 BRT-TITULO                   PIC X(36).
         03 BRT-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(88).
       01 BalanceResultLine.
         03 BRL-LABEL                    PIC X(12).
         03 BRL-ESTADO                   PIC X(16).
         03 FILLER                       PIC X(104).
       01 BalanceSignedLine.
         03 BSL-LABEL                    PIC X(12).
         03 BSL-OPERADOR                 PIC X(8).
         03 FILLER                       PIC X(1).
         03 BSL-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1).
         03 BSL-HORA                     PIC X(6).
         03 FILLER                       PIC X(1).
         03 BSL-MOTIVO                   PIC X(60).
         03 FILLER                       PIC X(35).

       FD BalanceSignFile.
       01 BalanceSignRecord.
         88 EOF-BALANCE-SIGN VALUE HIGH-VALUES.
         03 BSG-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 BSG-OPERADOR                 PIC X(8).
         03 FILLER                       PIC X(1).
         03 BSG-MOTIVO                   PIC X(60).

       WORKING-STORAGE SECTION.
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01   RunParmStatus                PIC X(2).
           88 RunParmSuccess  VALUE "00".
       01   GlJournalStatus              PIC X(2).
           88 GlJournalSuccess VALUE "00".
       01   BalanceReportStatus          PIC X(2).
           88 BalanceReportSuccess VALUE "00".
       01   BalanceSignStatus            PIC X(2).
           88 BalanceSignSuccess VALUE "00".

       01 WS-GL-JNL-PATH                 PIC X(60).
       01 WS-GL-JNL-SW                   PIC X(1).
          88 GL-JOURNAL-PROVEN           VALUE "Y".

       01 WS-REPORT-TITLE                PIC X(36)
          VALUE "CUADRE DE ENTRADAS DEL CICLO".
       01 WS-BALANCE-SW                  PIC X(1).
          88 BALANCE-REPORT-FOUND        VALUE "F".
          88 BALANCE-IN-BALANCE          VALUE "E".
          88 BALANCE-OUT-OF-BALANCE      VALUE "X".
          88 BALANCE-NO-REPORT           VALUE "N".
       01 WS-SIGN-SW                     PIC X(1).
          88 BALANCE-SIGNED-OFF          VALUE "Y".
       01 WS-sign-operador               PIC X(8).
       01 WS-sign-motivo                 PIC X(60).

       01 WS-BALANCE-AS-OF-DATE          PIC X(8).
       01 WS-cycle-fecha                 PIC X(8).
             STOP RUN
          END-IF.

          PERFORM Check_Gl_Journal.
          IF NOT GL-JOURNAL-PROVEN
             DISPLAY "CYCLE CONTROL: no balanced GL journal "
                WS-GL-JNL-PATH " for cycle " WS-BALANCE-AS-OF-DATE
                " - run GL-Journal first - run stopped"
             STOP RUN
          END-IF.

          PERFORM Check_Balance_Report.
          IF BALANCE-NO-REPORT OR BALANCE-REPORT-FOUND
             DISPLAY "CYCLE CONTROL: no complete CC_BALANCE.DAT for "
                "cycle " WS-BALANCE-AS-OF-DATE
                " - run Cycle-Balance first - run stopped"
             STOP RUN
          END-IF.
          IF BALANCE-OUT-OF-BALANCE
             PERFORM Check_Balance_Sign_Off
             IF NOT BALANCE-SIGNED-OFF
                DISPLAY "CYCLE CONTROL: cycle " WS-BALANCE-AS-OF-DATE
                   " is FUERA DE BALANCE on CC_BALANCE.DAT - "
                   "review it and sign it off on BALSIGN.DAT "
                   "(cycle, operator, reason) - run stopped"
                STOP RUN
             END-IF
             PERFORM Record_Balance_Sign_Off
          END-IF.

          OPEN OUTPUT CycleStatusFile.
          MOVE WS-BALANCE-AS-OF-DATE TO CYC-FECHA-SALDO.
          MOVE "CLOSED" TO CYC-ESTADO.
             CLOSE RunParmFile
          END-IF.

          STRING "..\files\GLJNL" WS-BALANCE-AS-OF-DATE ".DAT"
             DELIMITED BY SIZE INTO WS-GL-JNL-PATH
          END-STRING.

      *> The journal counts as produced when its header names this
      *> cycle and it ends with a trailer whose debits equal its
      *> credits - GL-Journal writes nothing at all otherwise, so a
      *> file failing either test is a leftover or a damaged copy.
       Check_Gl_Journal.
          MOVE "N" TO WS-GL-JNL-SW.
          OPEN INPUT GlJournalFile.
          IF NOT GlJournalSuccess
             EXIT PARAGRAPH
          END-IF.
          READ GlJournalFile
             AT END SET EOF-GL-JOURNAL TO TRUE
          END-READ.
          IF EOF-GL-JOURNAL OR GLH-ID NOT = "H"
             OR GLH-FECHA-CICLO NOT = WS-BALANCE-AS-OF-DATE
             CLOSE GlJournalFile
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-GL-JOURNAL
             READ GlJournalFile
                AT END SET EOF-GL-JOURNAL TO TRUE
             END-READ
             IF NOT EOF-GL-JOURNAL AND GLT-ID = "T"
                IF GLT-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                   AND GLT-TOTAL-DEBE = GLT-TOTAL-HABER
                   SET GL-JOURNAL-PROVEN TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE GlJournalFile.

      *> The report counts when its title names this cycle and it
      *> carries the result line Cycle-Balance ends it with; a
      *> report cut short has a title but no result.
       Check_Balance_Report.
          MOVE "N" TO WS-BALANCE-SW.
          OPEN INPUT BalanceReportFile.
          IF NOT BalanceReportSuccess
             EXIT PARAGRAPH
          END-IF.
          READ BalanceReportFile
             AT END SET EOF-BALANCE-REPORT TO TRUE
          END-READ.
          IF EOF-BALANCE-REPORT OR BRT-TITULO NOT = WS-REPORT-TITLE
             OR BRT-FECHA-CICLO NOT = WS-BALANCE-AS-OF-DATE
             CLOSE BalanceReportFile
             EXIT PARAGRAPH
          END-IF.
          SET BALANCE-REPORT-FOUND TO TRUE.
          PERFORM UNTIL EOF-BALANCE-REPORT
             READ BalanceReportFile
                AT END SET EOF-BALANCE-REPORT TO TRUE
             END-READ
             IF NOT EOF-BALANCE-REPORT AND BRL-LABEL = "RESULTADO:"
                IF BRL-ESTADO = "EN BALANCE"
                   SET BALANCE-IN-BALANCE TO TRUE
                ELSE
                   SET BALANCE-OUT-OF-BALANCE TO TRUE
                END-IF
             END-IF
          END-PERFORM.
          CLOSE BalanceReportFile.

      *> A sign-off names the cycle, the operator and why the
      *> difference is accepted - a line missing any of the three
      *> does not count.
       Check_Balance_Sign_Off.
          MOVE "N" TO WS-SIGN-SW.
          OPEN INPUT BalanceSignFile.
          IF NOT BalanceSignSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-BALANCE-SIGN
             READ BalanceSignFile
                AT END SET EOF-BALANCE-SIGN TO TRUE
             END-READ
             IF NOT EOF-BALANCE-SIGN
                AND BSG-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                AND BSG-OPERADOR NOT = SPACES
                AND BSG-MOTIVO NOT = SPACES
                SET BALANCE-SIGNED-OFF TO TRUE
                MOVE BSG-OPERADOR TO WS-sign-operador
                MOVE BSG-MOTIVO TO WS-sign-motivo
             END-IF
          END-PERFORM.
          CLOSE BalanceSignFile.

      *> The sign-off goes on the report itself, so the report kept
      *> with the cycle shows who accepted it and why.
       Record_Balance_Sign_Off.
          OPEN EXTEND BalanceReportFile.
          MOVE SPACES TO BalanceSignedLine.
          MOVE "CONFORMADO: " TO BSL-LABEL.
          MOVE WS-sign-operador TO BSL-OPERADOR.
          STRING WS-CURRENT-DAY WS-CURRENT-MONTH WS-CURRENT-YEAR
             DELIMITED BY SIZE INTO BSL-FECHA
          END-STRING.
          MOVE WS-CURRENT-TIME(1:6) TO BSL-HORA.
          MOVE WS-sign-motivo TO BSL-MOTIVO.
          WRITE BalanceSignedLine.
          CLOSE BalanceReportFile.
          DISPLAY "Out-of-balance cycle signed off by "
             WS-sign-operador ".".

       END PROGRAM Cycle-Close.
