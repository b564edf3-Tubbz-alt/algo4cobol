      *    each in journal (chronological) order.  The card number
      *    comes from the console; this is the report the auditors
      *    asked for at the last review.
      *  - Replaced cards: the report opens with the card's
      *    replacement links from CC_TARJXREF.DAT, and the journal
      *    entries of every linked number (the card it replaced,
      *    the card that replaced it) are listed with the card's
      *    own, each line showing the card it belongs to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT AuditReportFile ASSIGN TO "..\files\CC_AUDRPT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Card-number cross-reference - same file/key layout
          *> Card-Replacement writes.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

       DATA DIVISION.
       FILE SECTION.

         03 SAU-NEW-IMPORTE              PIC 9(6)V99.

       FD AuditReportFile.
       01 AuditReportRecord              PIC X(200).

       FD TarjetaXrefFile.
       01 TarjetaXrefRecord.
         02 XRF-KEY.
           03 XRF-NRO-TARJ               PIC 9(10).
      *> "N" - replaced BY XRF-TARJ-REL; "A" - replaced it.
           03 XRF-SENTIDO                PIC X(1).
              88 XRF-A-NUEVA             VALUE "N".
              88 XRF-A-ANTERIOR          VALUE "A".
         02 XRF-TARJ-REL                 PIC 9(10).
         02 XRF-FECHA                    PIC X(8).
         02 XRF-MOTIVO                   PIC X(1).
         02 XRF-OPERADOR                 PIC X(8).

       WORKING-STORAGE SECTION.
       01   TarjetaAuditStatus           PIC X(2).
           88 TarjetaAuditSuccess VALUE "00".
       01   SaldoAuditStatus             PIC X(2).
           88 SaldoAuditSuccess VALUE "00".
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".

      *>-------------------------------------------------------------*
      *> Every number the card has carried: the one asked about,
      *> then the ones it replaced, then the ones that replaced it.
      *>-------------------------------------------------------------*
       01 WS-MAX-FAMILY                  PIC 9(2) VALUE 20.
       01 WS-FAMILY-COUNT                PIC 9(2) VALUE 0.
       01 WS-FAMILY-IDX                  PIC 9(2).
       01 WS-FAMILY-TABLE.
          02 WS-FAMILY-TARJ              PIC 9(10) OCCURS 20 TIMES.
       01 WS-link-tarj                   PIC 9(10).
       01 WS-LINK-DONE-SW                PIC X(1).
          88 LINK-DONE                   VALUE "Y".
       01 WS-FAMILY-MATCH-SW             PIC X(1).
          88 FAMILY-MATCH                VALUE "Y".
       01 WS-match-tarj                  PIC 9(10).

       01 WS-ASK-TARJETA                 PIC X(10).
       01 WS-NRO-TARJ                    PIC 9(10).
       01 WS-tarj-count                  PIC 9(5) VALUE 0.
       01 WS-saldo-count                 PIC 9(5) VALUE 0.

       01 WS-report-line                 PIC X(200).

      *> One replacement link, as the cross-reference records it.
       01 ReplacementLine.
         03 FILLER                       PIC X(2) VALUE SPACES.
         03 RPL-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 RPL-OPERADOR                 PIC X(8).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 RPL-TARJ-ANTERIOR            PIC 9(10).
         03 FILLER                       PIC X(4) VALUE " -> ".
         03 RPL-TARJ-NUEVA               PIC 9(10).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 RPL-MOTIVO                   PIC X(7).

      *> One master change, before and after side by side - wide
      *> enough that an auditor reads the whole change on one line.
       01 TarjetaChangeLine.
         03 TCL-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 TCL-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 TCL-HORA                     PIC X(6).
         03 TCL-NEW-DEBITO-MODO          PIC X(1).

       01 SaldoChangeLine.
         03 SCL-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 SCL-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1) VALUE SPACE.
         03 SCL-HORA                     PIC X(6).
          END-STRING.
          WRITE AuditReportRecord FROM WS-report-line.

          PERFORM Load_Card_Family.
          PERFORM Report_Replacements.
          PERFORM Report_Tarjeta_Changes.
          PERFORM Report_Saldo_Changes.


          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> A lost/stolen replacement re-files the card under a new
      *> number; its history under the old one is still its
      *> history.  No cross-reference file just means no card was
      *> ever replaced.
       Load_Card_Family.
          MOVE 1 TO WS-FAMILY-COUNT.
          MOVE WS-NRO-TARJ TO WS-FAMILY-TARJ(1).

          OPEN INPUT TarjetaXrefFile.
          IF NOT XrefSuccess
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-NRO-TARJ TO WS-link-tarj.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-ANTERIOR TO TRUE
             PERFORM Read_Family_Link
          END-PERFORM.

          MOVE WS-NRO-TARJ TO WS-link-tarj.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-NUEVA TO TRUE
             PERFORM Read_Family_Link
          END-PERFORM.

          CLOSE TarjetaXrefFile.

       Read_Family_Link.
          READ TarjetaXrefFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT XrefSuccess OR WS-FAMILY-COUNT >= WS-MAX-FAMILY
             SET LINK-DONE TO TRUE
          ELSE
             ADD 1 TO WS-FAMILY-COUNT
             MOVE XRF-TARJ-REL TO WS-FAMILY-TARJ(WS-FAMILY-COUNT)
             MOVE XRF-TARJ-REL TO WS-link-tarj
          END-IF.

      *> Is WS-match-tarj one of the family's numbers?
       Check_Family_Match.
          MOVE "N" TO WS-FAMILY-MATCH-SW.
          PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
             UNTIL WS-FAMILY-IDX > WS-FAMILY-COUNT
             OR FAMILY-MATCH
             IF WS-FAMILY-TARJ(WS-FAMILY-IDX) = WS-match-tarj
                SET FAMILY-MATCH TO TRUE
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The "N" (replaced-by) link of every number in the family,
      *> oldest number first in the order the family was built.
       Report_Replacements.
          IF WS-FAMILY-COUNT < 2
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO WS-report-line.
          MOVE "REPLACEMENTS (CC_TARJXREF.DAT):" TO WS-report-line.
          WRITE AuditReportRecord FROM WS-report-line.

          OPEN INPUT TarjetaXrefFile.
          IF NOT XrefSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
             UNTIL WS-FAMILY-IDX > WS-FAMILY-COUNT
             MOVE WS-FAMILY-TARJ(WS-FAMILY-IDX) TO XRF-NRO-TARJ
             SET XRF-A-NUEVA TO TRUE
             READ TarjetaXrefFile
                INVALID KEY CONTINUE
             END-READ
             IF XrefSuccess
                PERFORM Write_Replacement_Line
             END-IF
          END-PERFORM.
          CLOSE TarjetaXrefFile.

       Write_Replacement_Line.
          MOVE XRF-FECHA TO RPL-FECHA.
          MOVE XRF-OPERADOR TO RPL-OPERADOR.
          MOVE XRF-NRO-TARJ TO RPL-TARJ-ANTERIOR.
          MOVE XRF-TARJ-REL TO RPL-TARJ-NUEVA.
          EVALUATE XRF-MOTIVO
             WHEN "L"   MOVE "PERDIDA" TO RPL-MOTIVO
             WHEN "S"   MOVE "ROBO" TO RPL-MOTIVO
             WHEN OTHER MOVE XRF-MOTIVO TO RPL-MOTIVO
          END-EVALUATE.
          WRITE AuditReportRecord FROM ReplacementLine.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Report_Tarjeta_Changes.
          MOVE SPACES TO WS-report-line.

          PERFORM Read_Tarjeta_Audit.
          PERFORM UNTIL EOF-TARJ-AUDIT
             MOVE TAU-NRO-TARJ TO WS-match-tarj
             PERFORM Check_Family_Match
             IF FAMILY-MATCH
                PERFORM Write_Tarjeta_Change_Line
             END-IF
             PERFORM Read_Tarjeta_Audit
          END-READ.

       Write_Tarjeta_Change_Line.
          MOVE TAU-NRO-TARJ TO TCL-NRO-TARJ.
          MOVE TAU-FECHA TO TCL-FECHA.
          MOVE TAU-HORA TO TCL-HORA.
          MOVE TAU-OPERADOR TO TCL-OPERADOR.

          PERFORM Read_Saldo_Audit.
          PERFORM UNTIL EOF-SALDO-AUDIT
             MOVE SAU-NRO-TARJ TO WS-match-tarj
             PERFORM Check_Family_Match
             IF FAMILY-MATCH
                PERFORM Write_Saldo_Change_Line
             END-IF
             PERFORM Read_Saldo_Audit
          END-READ.

       Write_Saldo_Change_Line.
          MOVE SAU-NRO-TARJ TO SCL-NRO-TARJ.
          MOVE SAU-FECHA TO SCL-FECHA.
          MOVE SAU-HORA TO SCL-HORA.
          MOVE SAU-OPERADOR TO SCL-OPERADOR.
