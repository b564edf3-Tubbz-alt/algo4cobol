      *    and the card's posted coupons from CUPONHIS.DAT - the
      *    four files the phone desk used to grep by hand.  Loops
      *    until a blank card number ends the session.
      *  - Replaced cards: the CC_TARJXREF.DAT cross-reference
      *    Card-Replacement keeps is followed both ways, so the
      *    screen says which card replaced this one (or which one
      *    it replaced) and the balances, suspense items and billed
      *    coupons filed under every linked number are shown, each
      *    under its own card number.
      *  - Posted coupons show the billed amount and currency the
      *    history now keeps (blank on entries posted before).
      *  - Posted coupons also show the rewards points each earned
      *    (blank on entries posted before the points program).
      *  - The account's past-due bucket from CC_PASTDUE.DAT and
      *    each card's live (open or provisionally credited)
      *    CC_DISPUTE.DAT cases are shown on the same screen, both
      *    read by key.
      *  - A replaced principal asked by its old number shows the
      *    bucket Card-Replacement moved to the newest number,
      *    instead of reading as current.
      *  - SUSPENSE.DAT record follows the billing run's layout,
      *    which now carries the cuotas count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          RECORD KEY IS HIST-KEY
          FILE STATUS IS HistoryStatus.

          *> Card-number cross-reference - same file/key layout
          *> Card-Replacement writes.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

          *> Past-due store - same file/key layout Delinquency-Track
          *> keeps.
          SELECT PastDueFile ASSIGN TO "..\files\CC_PASTDUE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PD-NRO-TARJ
          FILE STATUS IS PastDueStatus.

          *> Dispute case master - same file/key layout
          *> Dispute-Maintenance keeps.
          SELECT DisputeFile ASSIGN TO "..\files\CC_DISPUTE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DSP-KEY
          FILE STATUS IS DisputeStatus.

       DATA DIVISION.
       FILE SECTION.

         03 SUSP-COMERCIO                PIC 9(6).
         03 FILLER                       PIC X(1).
         03 SUSP-MONEDA                  PIC X(3).
         03 FILLER                       PIC X(1).
         03 SUSP-CUOTAS                  PIC 9(2).

       FD HistoryFile.
       01 HistoryRecord.
           04 HIST-FECHA-COMPRA          PIC X(10).
         02 HIST-FECHA-CICLO             PIC X(8).
         02 HIST-FEED-SLOT               PIC 9(2).
         02 HIST-IMPORTE                 PIC 9(6)V99.
         02 HIST-MONEDA                  PIC X(3).
         02 HIST-PUNTOS                  PIC 9(7).

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

       FD PastDueFile.
       01 PastDueRecord.
         03 PD-NRO-TARJ                  PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PD-BUCKET                    PIC 9(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PD-MINIMO-EXIGIDO            PIC 9(10)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PD-PAGADO                    PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PD-FECHA-CICLO               PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PD-CICLOS-EN-3               PIC 9(3).

       FD DisputeFile.
       01 DisputeRecord.
         02 DSP-KEY.
           04 DSP-NRO-TARJ               PIC 9(10).
           04 DSP-NRO-CUPON              PIC 9(5).
           04 DSP-FECHA-COMPRA           PIC X(8).
           04 DSP-NRO-CASO               PIC 9(2).
         02 DSP-IMPORTE                  PIC 9(6)V99.
         02 DSP-ESTADO                   PIC X(1).
         02 DSP-FECHA-ALTA               PIC X(8).
         02 DSP-FECHA-RESOL              PIC X(8).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
           88 SuspenseSuccess VALUE "00".
       01   HistoryStatus                PIC X(2).
           88 HistorySuccess  VALUE "00".
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".
       01   PastDueStatus                PIC X(2).
           88 PastDueSuccess  VALUE "00".
       01   DisputeStatus                PIC X(2).
           88 DisputeSuccess  VALUE "00".

       01 WS-ASK-TARJETA                 PIC X(10).
       01 WS-NRO-TARJ                    PIC 9(10).
       01 WS-saldo-count                 PIC 9(3).
       01 WS-susp-count                  PIC 9(3).
       01 WS-hist-count                  PIC 9(3).
       01 WS-disp-count                  PIC 9(3).

      *> The account the asked card bills under - its own number
      *> for a principal card, or one the master can't place.
       01 WS-nro-cuenta                  PIC 9(10).
       01 WS-disp-estado-texto           PIC X(13).

      *> The newest number's account, through checkcc, for a past-
      *> due record that moved with a replaced principal.
       01 WS-CuentaValid                 PIC X(1).
       01 CuentaRecord.
         02 CR-KEY.
           03 CR-NRO-TARJ        PIC 9(10).
         02 CR-TITULAR                   PIC X(30).
         02 CR-DOCUMENTO                 PIC 9(11).
         02 CR-LIMITE-CREDITO            PIC 9(8)V99.
         02 CR-PRODUCTO                  PIC X(3).
         02 CR-NRO-CUENTA                PIC 9(10).

      *>-------------------------------------------------------------*
      *> Every number the card has carried: the one asked about,
      *> then the ones it replaced (newest first), then the ones that
      *> replaced it.  Twenty replacements of one card is far past
      *> anything the desk has seen.
      *>-------------------------------------------------------------*
       01 WS-MAX-FAMILY                  PIC 9(2) VALUE 20.
       01 WS-FAMILY-COUNT                PIC 9(2) VALUE 0.
       01 WS-FAMILY-IDX                  PIC 9(2).
       01 WS-FAMILY-TABLE.
          02 WS-FAMILY-TARJ              PIC 9(10) OCCURS 20 TIMES.
       01 WS-link-tarj                   PIC 9(10).
      *> Family entries found walking back - any past this came
      *> from the forward walk, the last of them the newest number.
       01 WS-FAMILY-BACK-COUNT           PIC 9(2) VALUE 0.
       01 WS-LINK-DONE-SW                PIC X(1).
          88 LINK-DONE                   VALUE "Y".
       01 WS-motivo-texto                PIC X(7).

      *> Edited views for the console - raw PIC 9 displays are
      *> unreadable over the phone.
       01 WS-ED-LIMITE                   PIC Z(7)9.99.
       01 WS-ED-IMPORTE                  PIC Z(5)9.99.
       01 WS-ED-MINIMO                   PIC Z(9)9.99.
       01 WS-ED-PAGADO                   PIC -Z(9)9.99.
       01 WS-ED-HIST-IMPORTE-X           PIC X(9).
       01 WS-ED-HIST-IMPORTE REDEFINES WS-ED-HIST-IMPORTE-X
                                         PIC Z(5)9.99.
       01 WS-ED-HIST-PUNTOS-X            PIC X(7).
       01 WS-ED-HIST-PUNTOS REDEFINES WS-ED-HIST-PUNTOS-X
                                         PIC Z(6)9.

       PROCEDURE DIVISION.
       Begin.

       Show_Card.
          PERFORM Show_Master.
          PERFORM Load_Card_Family.
          PERFORM Show_Past_Due.
          PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
             UNTIL WS-FAMILY-IDX > WS-FAMILY-COUNT
             MOVE WS-FAMILY-TARJ(WS-FAMILY-IDX) TO WS-NRO-TARJ
             IF WS-FAMILY-COUNT > 1
                DISPLAY "== Tarjeta " WS-NRO-TARJ " =="
             END-IF
             PERFORM Show_Saldos
             PERFORM Show_Suspense
             PERFORM Show_History
             PERFORM Show_Disputes
          END-PERFORM.
          MOVE WS-FAMILY-TARJ(1) TO WS-NRO-TARJ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Walks the cross-reference back through the numbers this
      *> card replaced and forward through the ones that replaced
      *> it, saying so on the screen as each link is found.  No
      *> cross-reference file just means no card was ever replaced.
       Load_Card_Family.
          MOVE 1 TO WS-FAMILY-COUNT.
          MOVE 1 TO WS-FAMILY-BACK-COUNT.
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
             IF NOT LINK-DONE
                PERFORM Set_Motivo_Texto
                DISPLAY "Reemplaza: " XRF-TARJ-REL " ("
                   WS-motivo-texto " " XRF-FECHA " " XRF-OPERADOR
                   ")"
             END-IF
          END-PERFORM.
          MOVE WS-FAMILY-COUNT TO WS-FAMILY-BACK-COUNT.

          MOVE WS-NRO-TARJ TO WS-link-tarj.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-NUEVA TO TRUE
             PERFORM Read_Family_Link
             IF NOT LINK-DONE
                PERFORM Set_Motivo_Texto
                DISPLAY "Reemplazada por: " XRF-TARJ-REL " ("
                   WS-motivo-texto " " XRF-FECHA " " XRF-OPERADOR
                   ")"
             END-IF
          END-PERFORM.

          CLOSE TarjetaXrefFile.

      *> One step along the chain - the linked number joins the
      *> family and becomes the next one looked up.
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

       Set_Motivo_Texto.
          EVALUATE XRF-MOTIVO
             WHEN "L"   MOVE "PERDIDA" TO WS-motivo-texto
             WHEN "S"   MOVE "ROBO" TO WS-motivo-texto
             WHEN OTHER MOVE XRF-MOTIVO TO WS-motivo-texto
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Show_Master.
          MOVE WS-NRO-TARJ TO WS-nro-cuenta.
          OPEN INPUT TarjetaFile.
          IF NOT TarjetaSuccess
             DISPLAY "TARJETAS.DAT not available - status "
                AND TJ-NRO-CUENTA NOT = TJ-NRO-TARJ
                DISPLAY "Cuenta   : " TJ-NRO-CUENTA
                   " (adicional de esa tarjeta)"
                MOVE TJ-NRO-CUENTA TO WS-nro-cuenta
             ELSE
                DISPLAY "Cuenta   : propia (tarjeta principal)"
             END-IF
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The card's posted coupons, in key order.  The history
      *> carries key + cycle + feed slot, and the billed pesos and
      *> currency on every entry posted since the fraud screening
      *> started reading them.
       Show_History.
          OPEN INPUT HistoryFile.
          IF NOT HistorySuccess
             END-READ
             IF HistorySuccess
                IF HIST-NRO-TARJ = WS-NRO-TARJ
                   IF HIST-IMPORTE NUMERIC
                      MOVE HIST-IMPORTE TO WS-ED-HIST-IMPORTE
                   ELSE
                      MOVE SPACES TO WS-ED-HIST-IMPORTE-X
                   END-IF
                   IF HIST-PUNTOS NUMERIC
                      MOVE HIST-PUNTOS TO WS-ED-HIST-PUNTOS
                   ELSE
                      MOVE SPACES TO WS-ED-HIST-PUNTOS-X
                   END-IF
                   DISPLAY "  cupon " HIST-NRO-CUPON " compra "
                      HIST-FECHA-COMPRA " ciclo " HIST-FECHA-CICLO
                      " feed " HIST-FEED-SLOT " "
                      WS-ED-HIST-IMPORTE-X " " HIST-MONEDA
                      " pts " WS-ED-HIST-PUNTOS-X
                   ADD 1 TO WS-hist-count
                ELSE
                   MOVE "99" TO HistoryStatus
          END-IF.

          CLOSE HistoryFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The account's collections state as Delinquency-Track last
      *> judged it - bucket 0 is current, 3 is 90+ days.  Filed
      *> under the account, so an additional card shows its
      *> principal's.  No store, or no record, means never late.
       Show_Past_Due.
          OPEN INPUT PastDueFile.
          IF NOT PastDueSuccess
             DISPLAY "Mora     : (sin archivo de mora)"
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-nro-cuenta TO PD-NRO-TARJ.
          READ PastDueFile
             INVALID KEY CONTINUE
          END-READ.

      *> Card-Replacement re-files a replaced principal's record
      *> under the new number - asked by an old number, the record
      *> is under the newest number's account.
          IF NOT PastDueSuccess
             AND WS-FAMILY-COUNT > WS-FAMILY-BACK-COUNT
             CALL 'checkcc' USING BY CONTENT
                WS-FAMILY-TARJ(WS-FAMILY-COUNT),
             BY REFERENCE WS-CuentaValid,
             BY REFERENCE CuentaRecord
             MOVE CR-NRO-CUENTA TO WS-nro-cuenta
             MOVE WS-nro-cuenta TO PD-NRO-TARJ
             READ PastDueFile
                INVALID KEY CONTINUE
             END-READ
          END-IF.

          IF PastDueSuccess
             MOVE PD-MINIMO-EXIGIDO TO WS-ED-MINIMO
             MOVE PD-PAGADO TO WS-ED-PAGADO
             DISPLAY "Mora     : bucket " PD-BUCKET " ciclo "
                PD-FECHA-CICLO " (cuenta " WS-nro-cuenta ")"
             DISPLAY "  minimo exigido " WS-ED-MINIMO
                " pagado " WS-ED-PAGADO
             IF PD-CICLOS-EN-3 NUMERIC AND PD-CICLOS-EN-3 > 0
                DISPLAY "  ciclos consecutivos en bucket 3: "
                   PD-CICLOS-EN-3
             END-IF
          ELSE
             DISPLAY "Mora     : al dia (cuenta " WS-nro-cuenta ")"
          END-IF.

          CLOSE PastDueFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The card's live cases, in key order - open (O) or with
      *> provisional credit granted (P), the ones still kept out of
      *> Pago minimo.  Resolved cases are the card's history and
      *> are left to the dispute desk.
       Show_Disputes.
          OPEN INPUT DisputeFile.
          IF NOT DisputeSuccess
             DISPLAY "Disputas abiertas: (sin archivo de disputas)"
             EXIT PARAGRAPH
          END-IF.

          DISPLAY "Disputas abiertas:".
          MOVE 0 TO WS-disp-count.

          MOVE WS-NRO-TARJ TO DSP-NRO-TARJ.
          MOVE 0 TO DSP-NRO-CUPON.
          MOVE LOW-VALUES TO DSP-FECHA-COMPRA.
          MOVE 0 TO DSP-NRO-CASO.
          START DisputeFile KEY IS NOT LESS THAN DSP-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT DisputeSuccess
             READ DisputeFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF DisputeSuccess
                IF DSP-NRO-TARJ = WS-NRO-TARJ
                   IF DSP-ESTADO = "O" OR DSP-ESTADO = "P"
                      PERFORM Show_Dispute_Case
                   END-IF
                ELSE
                   MOVE "99" TO DisputeStatus
                END-IF
             END-IF
          END-PERFORM.

          IF WS-disp-count = 0
             DISPLAY "  (sin disputas abiertas)"
          END-IF.

          CLOSE DisputeFile.

       Show_Dispute_Case.
          IF DSP-ESTADO = "P"
             MOVE "CREDITO PROV." TO WS-disp-estado-texto
          ELSE
             MOVE "ABIERTA" TO WS-disp-estado-texto
          END-IF.
          MOVE DSP-IMPORTE TO WS-ED-IMPORTE.
          DISPLAY "  cupon " DSP-NRO-CUPON " compra "
             DSP-FECHA-COMPRA " por " WS-ED-IMPORTE " - "
             WS-disp-estado-texto " desde " DSP-FECHA-ALTA.
          ADD 1 TO WS-disp-count.

       END PROGRAM Card-Inquiry.
