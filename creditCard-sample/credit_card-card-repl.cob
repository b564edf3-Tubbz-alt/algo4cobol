       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Card-Replacement.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: lost/stolen card replacement.  Applies
      *    REPLTRN.DAT transactions (card reported lost or stolen,
      *    optional pre-assigned new number) against the card
      *    master: the new card is issued as a copy of the old one,
      *    active and carrying the auto-pay enrollment, and the old
      *    card is blocked with its enrollment cleared.  When the
      *    replaced card is an account's principal, the account
      *    moves with it - additional cards are re-linked to the
      *    new number, the SALDOS.DAT balances and the CC_PASTDUE.DAT
      *    bucket are re-filed under it - and for any card its live
      *    CC_DISPUTE.DAT cases and billing CC_CUOTAS.DAT plans
      *    follow it.  Every master change is journaled to
      *    TARJAUD.DAT like a Tarjeta-Maintenance transaction, and
      *    the old -> new link goes on the CC_TARJXREF.DAT cross-
      *    reference the inquiry utilities and the billing run use
      *    to find what was filed under the old number.
      *  - Rewards points: a principal replacement also re-files
      *    the account's CC_PUNTOS.DAT lots under the new number.
      *  - CC_PASTDUE.DAT and CC_DISPUTE.DAT are indexed now: the
      *    bucket and the live cases are re-keyed in place (write
      *    new / delete old) instead of copying both files whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> Card master - same file/key layout checkcc reads.
          SELECT TarjetaFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          FILE STATUS IS TarjetaStatus.

          *> One replacement transaction per record.
          SELECT ReplTranFile ASSIGN TO "..\files\REPLTRN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReplTranStatus.

          *> Transactions that couldn't be applied.
          SELECT ReplTranErrorFile
          ASSIGN TO "..\files\REPLTRN_ERRORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Card-number cross-reference - one record per direction
          *> per replacement, so a card's successor and predecessor
          *> are each one keyed read away.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

          *> Debts - same file/key layout the billing run reads.
          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          *> Installment ledger - same file/key layout the billing run
          *> maintains.
          SELECT CuotasFile ASSIGN TO "..\files\CC_CUOTAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CUO-KEY
          FILE STATUS IS CuotasStatus.

          *> Points ledger - same file/key layout the billing run
          *> keeps, one lot per account and cycle.
          SELECT PointsFile ASSIGN TO "..\files\CC_PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PTS-KEY
          FILE STATUS IS PointsStatus.

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

          *> Before/after journal - the same TARJAUD.DAT
          *> Tarjeta-Maintenance appends to.
          SELECT TarjetaAuditFile ASSIGN TO "..\files\TARJAUD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Optional operator/batch identifier for the journal -
          *> one record; absent means "BATCH".
          SELECT OperIdFile ASSIGN TO "..\files\OPERID.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OperIdStatus.

          *> Cycle run-control record - read only, for the gate.
          SELECT CycleStatusFile ASSIGN TO "..\files\CYCLSTAT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CycleStatusStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TarjetaFile.
       01 TarjetaMasterRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ                PIC 9(10).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-ESTADO                    PIC X(1).
            88 TJ-ACTIVA                 VALUE "A".
            88 TJ-BLOQUEADA              VALUE "B".
            88 TJ-CERRADA                VALUE "C".
         02 TJ-LIMITE-CREDITO            PIC 9(8)V99.
         02 TJ-PRODUCTO                  PIC X(3).
         02 TJ-NRO-CUENTA                PIC 9(10).
         02 TJ-DEBITO-CTA                PIC X(20).
         02 TJ-DEBITO-MODO               PIC X(1).

       FD ReplTranFile.
       01 ReplTranRecord.
         88 EOF-REPL-TRAN VALUE HIGH-VALUES.
         03 RPL-NRO-TARJ                 PIC X(10).
         03 RPL-NRO-TARJ-NUM REDEFINES RPL-NRO-TARJ
                                         PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> "L" - reported lost; "S" - reported stolen.
         03 RPL-MOTIVO                   PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Blank - the next number after the highest on the master is
      *> issued; otherwise the number already embossed on the
      *> plastic, which must not be on the master yet.
         03 RPL-NRO-NUEVA                PIC X(10).
         03 RPL-NRO-NUEVA-NUM REDEFINES RPL-NRO-NUEVA
                                         PIC 9(10).

       FD ReplTranErrorFile.
       01 ReplTranErrorRecord.
         03 RERR-NRO-TARJ                PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 RERR-MOTIVO                  PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 RERR-NRO-NUEVA               PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 RERR-REASON                  PIC X(30).

       FD TarjetaXrefFile.
       01 TarjetaXrefRecord.
         02 XRF-KEY.
           03 XRF-NRO-TARJ               PIC 9(10).
      *> "N" - this card was replaced BY XRF-TARJ-REL (its new
      *> number); "A" - this card replaced XRF-TARJ-REL (its
      *> previous number).
           03 XRF-SENTIDO                PIC X(1).
              88 XRF-A-NUEVA             VALUE "N".
              88 XRF-A-ANTERIOR          VALUE "A".
         02 XRF-TARJ-REL                 PIC 9(10).
         02 XRF-FECHA                    PIC X(8).
         02 XRF-MOTIVO                   PIC X(1).
         02 XRF-OPERADOR                 PIC X(8).

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ            PIC 9(10).
           04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE                 PIC 9(6)V99.

       FD PointsFile.
       01 PointsRecord.
         02 PTS-KEY.
           04 PTS-NRO-CUENTA             PIC 9(10).
           04 PTS-FECHA-CICLO            PIC X(8).
         02 PTS-GANADOS                  PIC 9(9).
         02 PTS-DISPONIBLES              PIC 9(9).
         02 PTS-ESTADO                   PIC X(1).
           88 PTS-VIGENTE                VALUE "A".
           88 PTS-VENCIDO                VALUE "V".
           88 PTS-CONSUMIDO              VALUE "C".

       FD CuotasFile.
       01 CuotasRecord.
         02 CUO-KEY.
           04 CUO-NRO-TARJ               PIC 9(10).
           04 CUO-NRO-CUPON              PIC 9(5).
           04 CUO-FECHA-COMPRA           PIC X(8).
         02 CUO-CUOTAS                   PIC 9(2).
         02 CUO-ULTIMA                   PIC 9(2).
         02 CUO-FECHA-CICLO              PIC X(8).
         02 CUO-IMPORTE-TOTAL            PIC 9(6)V99.
         02 CUO-IMPORTE-PEND             PIC 9(6)V99.
         02 CUO-COMERCIO                 PIC 9(6).
         02 CUO-MONEDA-ORIG              PIC X(3).
         02 CUO-IMPORTE-ORIG             PIC 9(6)V99.
         02 CUO-ESTADO                   PIC X(1).
           88 CUO-ACTIVA                 VALUE "A".
           88 CUO-FINALIZADA             VALUE "F".
           88 CUO-SUSPENDIDA             VALUE "S".
           88 CUO-ANULADA                VALUE "C".

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

       FD TarjetaAuditFile.
       01 TarjetaAuditRecord.
         03 TAU-FECHA                    PIC X(8).
         03 TAU-HORA                     PIC X(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OPERADOR                 PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-ACCION                   PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-FLAG                 PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-TITULAR              PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-DOCUMENTO            PIC X(11).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-ESTADO               PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-LIMITE               PIC 9(8)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-PRODUCTO             PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-DEBITO-CTA           PIC X(20).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-OLD-DEBITO-MODO          PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-TITULAR              PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-DOCUMENTO            PIC X(11).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-ESTADO               PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-LIMITE               PIC 9(8)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-PRODUCTO             PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-DEBITO-CTA           PIC X(20).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 TAU-NEW-DEBITO-MODO          PIC X(1).

       FD OperIdFile.
       01 OperIdRecord.
         88 EOF-OPER-ID VALUE HIGH-VALUES.
         03 OPID-OPERADOR                PIC X(8).

       FD CycleStatusFile.
       01 CycleStatusRecord.
         03 CYC-FECHA-SALDO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 CYC-ESTADO                   PIC X(8).

       WORKING-STORAGE SECTION.
       01   TarjetaStatus                PIC X(2).
           88 TarjetaSuccess  VALUE "00".
           88 TarjetaNotFound VALUE "23".
       01   ReplTranStatus               PIC X(2).
           88 ReplTranSuccess VALUE "00".
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".
       01   SaldoStatus                  PIC X(2).
           88 SaldoSuccess    VALUE "00".
       01   CuotasStatus                 PIC X(2).
           88 CuotasSuccess   VALUE "00".
       01   PointsStatus                 PIC X(2).
           88 PointsSuccess   VALUE "00".
       01   PastDueStatus                PIC X(2).
           88 PastDueSuccess  VALUE "00".
       01   DisputeStatus                PIC X(2).
           88 DisputeSuccess  VALUE "00".
       01   OperIdStatus                 PIC X(2).
           88 OperIdSuccess   VALUE "00".
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01 WS-OPERADOR                    PIC X(8) VALUE "BATCH".

      *> Balances and plans are optional - a shop that has never
      *> billed has neither file, and so nothing to carry over.
       01 WS-SALDO-OPEN-SW               PIC X(1) VALUE "N".
          88 SALDOS-AVAILABLE            VALUE "Y".
       01 WS-CUOTAS-OPEN-SW              PIC X(1) VALUE "N".
          88 CUOTAS-AVAILABLE            VALUE "Y".
       01 WS-POINTS-OPEN-SW              PIC X(1) VALUE "N".
          88 POINTS-AVAILABLE            VALUE "Y".
       01 WS-PASTDUE-OPEN-SW             PIC X(1) VALUE "N".
          88 PASTDUE-AVAILABLE           VALUE "Y".
       01 WS-DISPUTE-OPEN-SW             PIC X(1) VALUE "N".
          88 DISPUTES-AVAILABLE          VALUE "Y".

      *> Highest card number on the master - an issued number is the
      *> next one up, so it can never collide with an existing card.
       01 WS-high-card-nro               PIC 9(10) VALUE 0.

      *> The replacement being applied.
       01 WS-old-nro                     PIC 9(10).
       01 WS-new-nro                     PIC 9(10).
       01 WS-PRINCIPAL-SW                PIC X(1).
          88 REPLACING-PRINCIPAL         VALUE "Y".
       01 WS-tran-reason                 PIC X(30).

      *> The old card's master record as read, before any change -
      *> the new card starts as a copy of it.
       01 WS-OLD-MASTER                  PIC X(96).

      *> Before-image for the journal, as Tarjeta-Maintenance keeps
      *> it.
       01 WS-old-flag                    PIC X(3).
       01 WS-OLD-IMAGE.
         03 WS-OLD-TITULAR               PIC X(30).
         03 WS-OLD-DOCUMENTO             PIC X(11).
         03 WS-OLD-ESTADO                PIC X(1).
         03 WS-OLD-LIMITE                PIC 9(8)V99.
         03 WS-OLD-PRODUCTO              PIC X(3).
         03 WS-OLD-CUENTA                PIC 9(10).
         03 WS-OLD-DEBITO-CTA            PIC X(20).
         03 WS-OLD-DEBITO-MODO           PIC X(1).

      *> Record carried from the old key to the new one.
       01 WS-saldo-fecha                 PIC X(10).
       01 WS-saldo-importe               PIC 9(6)V99.
       01 WS-CUO-MOVED-RECORD            PIC X(69).
       01 WS-cuo-cupon                   PIC 9(5).
       01 WS-cuo-fecha                   PIC X(8).
       01 WS-PTS-MOVED-RECORD            PIC X(37).
       01 WS-pts-fecha                   PIC X(8).
       01 WS-PD-MOVED-RECORD             PIC X(52).
       01 WS-DSP-MOVED-RECORD            PIC X(50).
       01 WS-dsp-cupon                   PIC 9(5).
       01 WS-dsp-fecha                   PIC X(8).
       01 WS-dsp-caso                    PIC 9(2).
       01 WS-MOVE-DONE-SW                PIC X(1).
          88 MOVE-DONE                   VALUE "Y".

       01 WS-replaced-count              PIC 9(6) VALUE 0.
       01 WS-error-count                 PIC 9(6) VALUE 0.
       01 WS-relinked-count              PIC 9(6) VALUE 0.
       01 WS-saldo-moved-count           PIC 9(6) VALUE 0.
       01 WS-pastdue-moved-count         PIC 9(6) VALUE 0.
       01 WS-dispute-moved-count         PIC 9(6) VALUE 0.
       01 WS-cuotas-moved-count          PIC 9(6) VALUE 0.
       01 WS-points-moved-count          PIC 9(6) VALUE 0.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR        PIC X(04).
               10 WS-CURRENT-MONTH       PIC X(02).
               10 WS-CURRENT-DAY         PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR        PIC  9(2).
               10  WS-CURRENT-MINUTE     PIC  9(2).
               10  WS-CURRENT-SECOND     PIC  9(2).
               10  WS-CURRENT-MS         PIC  9(2).
               10  WS-GMT-SIGN           PIC X(01).
               10  WS-GMT-TIME           PIC X(04).

       PROCEDURE DIVISION.
       Begin.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          PERFORM Check_Cycle_Status.
          PERFORM Load_Operator_Id.
          PERFORM Open_All_Files.
          PERFORM Find_Highest_Card.
          PERFORM Read_Tran_File.

          PERFORM UNTIL EOF-REPL-TRAN
             PERFORM Apply_Tran
             PERFORM Read_Tran_File
          END-PERFORM.

          PERFORM Print_Summary.
          PERFORM Close_All_Files.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Between the billing run and Cycle-Close the statement has
      *> gone out under the old number and Saldo-Posting, Autopay-
      *> Extract and the GL journal still have to post it there -
      *> moving the account under them would split the cycle across
      *> two numbers.  Replacements wait for the next OPEN window.
      *> No control file yet means no cycle control to respect.
       Check_Cycle_Status.
          OPEN INPUT CycleStatusFile.
          IF NOT CycleStatusSuccess
             EXIT PARAGRAPH
          END-IF.
          READ CycleStatusFile
             AT END MOVE SPACES TO CYC-ESTADO
          END-READ.
          CLOSE CycleStatusFile.
          IF CYC-ESTADO = "BILLED" OR CYC-ESTADO = "POSTED"
             DISPLAY "CYCLE CONTROL: cycle " CYC-FECHA-SALDO
                " stands " CYC-ESTADO " - card replacements wait "
                "for Cycle-Close - run stopped"
             STOP RUN
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Who to journal the changes under - same convention as
      *> Tarjeta-Maintenance.
       Load_Operator_Id.
          OPEN INPUT OperIdFile.
          IF OperIdSuccess
             READ OperIdFile
                AT END SET EOF-OPER-ID TO TRUE
             END-READ
             IF NOT EOF-OPER-ID AND OPID-OPERADOR NOT = SPACES
                MOVE OPID-OPERADOR TO WS-OPERADOR
             END-IF
             CLOSE OperIdFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Open_All_Files.
          OPEN I-O TarjetaFile.
          IF NOT TarjetaSuccess
             DISPLAY "Unable to open TARJETAS.DAT - status "
                TarjetaStatus
             STOP RUN
          END-IF.

          OPEN INPUT ReplTranFile.
          IF NOT ReplTranSuccess
             DISPLAY "Unable to open REPLTRN.DAT - status "
                ReplTranStatus
             STOP RUN
          END-IF.

      *> First replacement ever: no cross-reference yet.
          OPEN I-O TarjetaXrefFile.
          IF XrefStatus = "35"
             OPEN OUTPUT TarjetaXrefFile
             CLOSE TarjetaXrefFile
             OPEN I-O TarjetaXrefFile
          END-IF.
          IF NOT XrefSuccess
             DISPLAY "Unable to open CC_TARJXREF.DAT - status "
                XrefStatus
             STOP RUN
          END-IF.

          OPEN I-O SaldoFile.
          IF SaldoSuccess
             MOVE "Y" TO WS-SALDO-OPEN-SW
          ELSE
             IF SaldoStatus NOT = "35"
                DISPLAY "Unable to open SALDOS.DAT - status "
                   SaldoStatus
                STOP RUN
             END-IF
          END-IF.

          OPEN I-O CuotasFile.
          IF CuotasSuccess
             MOVE "Y" TO WS-CUOTAS-OPEN-SW
          ELSE
             IF CuotasStatus NOT = "35"
                DISPLAY "Unable to open CC_CUOTAS.DAT - status "
                   CuotasStatus
                STOP RUN
             END-IF
          END-IF.

          OPEN I-O PointsFile.
          IF PointsSuccess
             MOVE "Y" TO WS-POINTS-OPEN-SW
          ELSE
             IF PointsStatus NOT = "35"
                DISPLAY "Unable to open CC_PUNTOS.DAT - status "
                   PointsStatus
                STOP RUN
             END-IF
          END-IF.

          OPEN I-O PastDueFile.
          IF PastDueSuccess
             MOVE "Y" TO WS-PASTDUE-OPEN-SW
          ELSE
             IF PastDueStatus NOT = "35"
                DISPLAY "Unable to open CC_PASTDUE.DAT - status "
                   PastDueStatus
                STOP RUN
             END-IF
          END-IF.

          OPEN I-O DisputeFile.
          IF DisputeSuccess
             MOVE "Y" TO WS-DISPUTE-OPEN-SW
          ELSE
             IF DisputeStatus NOT = "35"
                DISPLAY "Unable to open CC_DISPUTE.DAT - status "
                   DisputeStatus
                STOP RUN
             END-IF
          END-IF.

          OPEN OUTPUT ReplTranErrorFile.
          OPEN EXTEND TarjetaAuditFile.

      *> One pass over the master for the highest number in use.
       Find_Highest_Card.
          MOVE 0 TO TJ-NRO-TARJ.
          START TarjetaFile KEY IS NOT LESS THAN TJ-KEY
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT TarjetaSuccess
             READ TarjetaFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF TarjetaSuccess
                MOVE TJ-NRO-TARJ TO WS-high-card-nro
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Read_Tran_File.
          READ ReplTranFile
             AT END SET EOF-REPL-TRAN TO TRUE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Field rules first; the master and cross-reference checks
      *> follow in Replace_Card, once the numbers can be trusted.
       Apply_Tran.
          IF RPL-NRO-TARJ NOT NUMERIC
             MOVE "INVALID CARD NUMBER" TO WS-tran-reason
             PERFORM Reject_Tran
          ELSE
             IF RPL-MOTIVO NOT = "L" AND RPL-MOTIVO NOT = "S"
                MOVE "INVALID REASON CODE" TO WS-tran-reason
                PERFORM Reject_Tran
             ELSE
                IF RPL-NRO-NUEVA NOT = SPACES
                   AND (RPL-NRO-NUEVA NOT NUMERIC
                        OR RPL-NRO-NUEVA-NUM = 0
                        OR RPL-NRO-NUEVA-NUM = RPL-NRO-TARJ-NUM)
                   MOVE "INVALID NEW CARD NUMBER" TO WS-tran-reason
                   PERFORM Reject_Tran
                ELSE
                   PERFORM Replace_Card
                END-IF
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The old card must be on the master, not closed, and not
      *> already replaced - a second replacement goes against the
      *> card that replaced it.  The new card is written before
      *> anything else changes, so a number that turns out to be
      *> taken rejects the transaction with nothing moved.
       Replace_Card.
          MOVE RPL-NRO-TARJ-NUM TO WS-old-nro.
          MOVE WS-old-nro TO TJ-NRO-TARJ.
          READ TarjetaFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT TarjetaSuccess
             MOVE "CARD NOT ON FILE" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          IF TJ-CERRADA
             MOVE "CARD IS CLOSED" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          MOVE TarjetaMasterRecord TO WS-OLD-MASTER.

          MOVE WS-old-nro TO XRF-NRO-TARJ.
          SET XRF-A-NUEVA TO TRUE.
          READ TarjetaXrefFile
             INVALID KEY CONTINUE
          END-READ.
          IF XrefSuccess
             MOVE "CARD ALREADY REPLACED" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

      *> A principal is its own account - zero (every pre-account
      *> record) or its own number in TJ-NRO-CUENTA.
          MOVE "N" TO WS-PRINCIPAL-SW.
          IF TJ-NRO-CUENTA NOT NUMERIC OR TJ-NRO-CUENTA = 0
             OR TJ-NRO-CUENTA = WS-old-nro
             SET REPLACING-PRINCIPAL TO TRUE
          END-IF.

          IF RPL-NRO-NUEVA = SPACES
             COMPUTE WS-new-nro = WS-high-card-nro + 1
          ELSE
             MOVE RPL-NRO-NUEVA-NUM TO WS-new-nro
          END-IF.

          PERFORM Write_Replacement_Card.
          IF WS-tran-reason NOT = SPACES
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          IF WS-new-nro > WS-high-card-nro
             MOVE WS-new-nro TO WS-high-card-nro
          END-IF.

          PERFORM Block_Old_Card.
          PERFORM Write_Xref_Records.

          IF REPLACING-PRINCIPAL
             PERFORM Relink_Additional_Cards
             PERFORM Move_Saldos
             PERFORM Move_Past_Due
             PERFORM Move_Puntos
          END-IF.
          PERFORM Move_Disputes.
          PERFORM Move_Cuotas.

          ADD 1 TO WS-replaced-count.
          DISPLAY "Card " WS-old-nro " replaced by " WS-new-nro.

      *> The old record with the new number, active, keeping the
      *> auto-pay enrollment.  An additional card stays on its
      *> account; a principal's new card is its own account.
       Write_Replacement_Card.
          MOVE SPACES TO WS-tran-reason.
          MOVE "NEW" TO WS-old-flag.
          MOVE SPACES TO WS-OLD-TITULAR.
          MOVE SPACES TO WS-OLD-DOCUMENTO.
          MOVE SPACE TO WS-OLD-ESTADO.
          MOVE 0 TO WS-OLD-LIMITE.
          MOVE SPACES TO WS-OLD-PRODUCTO.
          MOVE 0 TO WS-OLD-CUENTA.
          MOVE SPACES TO WS-OLD-DEBITO-CTA.
          MOVE SPACE TO WS-OLD-DEBITO-MODO.

          MOVE WS-OLD-MASTER TO TarjetaMasterRecord.
          MOVE WS-new-nro TO TJ-NRO-TARJ.
          SET TJ-ACTIVA TO TRUE.
          IF REPLACING-PRINCIPAL
             MOVE 0 TO TJ-NRO-CUENTA
          END-IF.

          WRITE TarjetaMasterRecord
             INVALID KEY
                MOVE "NEW CARD NUMBER ALREADY ON FILE"
                   TO WS-tran-reason
             NOT INVALID KEY
                PERFORM Write_Audit_Record
          END-WRITE.

      *> The lost/stolen plastic is blocked - checkcc turns it away
      *> from then on - and can no longer be debited for auto-pay.
       Block_Old_Card.
          MOVE WS-old-nro TO TJ-NRO-TARJ.
          READ TarjetaFile
             INVALID KEY CONTINUE
          END-READ.
          IF TarjetaSuccess
             PERFORM Capture_Before_Image
             SET TJ-BLOQUEADA TO TRUE
             MOVE SPACES TO TJ-DEBITO-CTA
             MOVE SPACE TO TJ-DEBITO-MODO
             REWRITE TarjetaMasterRecord
                INVALID KEY
                   DISPLAY "WARNING: card " WS-old-nro
                      " could not be blocked - status "
                      TarjetaStatus
                NOT INVALID KEY
                   PERFORM Write_Audit_Record
             END-REWRITE
          END-IF.

      *> Both directions, same date/reason/operator on each.
       Write_Xref_Records.
          MOVE WS-old-nro TO XRF-NRO-TARJ.
          SET XRF-A-NUEVA TO TRUE.
          MOVE WS-new-nro TO XRF-TARJ-REL.
          MOVE WS-CURRENT-DATE TO XRF-FECHA.
          MOVE RPL-MOTIVO TO XRF-MOTIVO.
          MOVE WS-OPERADOR TO XRF-OPERADOR.
          WRITE TarjetaXrefRecord
             INVALID KEY
                DISPLAY "WARNING: cross-reference for " WS-old-nro
                   " not written - status " XrefStatus
          END-WRITE.

          MOVE WS-new-nro TO XRF-NRO-TARJ.
          SET XRF-A-ANTERIOR TO TRUE.
          MOVE WS-old-nro TO XRF-TARJ-REL.
          WRITE TarjetaXrefRecord
             INVALID KEY
                DISPLAY "WARNING: cross-reference for " WS-new-nro
                   " not written - status " XrefStatus
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Additional cards billed under the old principal follow the
      *> account to its new number - each re-link journaled like a
      *> Tarjeta-Maintenance correct.
       Relink_Additional_Cards.
          MOVE 0 TO TJ-NRO-TARJ.
          START TarjetaFile KEY IS NOT LESS THAN TJ-KEY
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT TarjetaSuccess
             READ TarjetaFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF TarjetaSuccess
                IF TJ-NRO-CUENTA NUMERIC
                   AND TJ-NRO-CUENTA = WS-old-nro
                   AND TJ-NRO-TARJ NOT = WS-old-nro
                   PERFORM Capture_Before_Image
                   MOVE WS-new-nro TO TJ-NRO-CUENTA
                   REWRITE TarjetaMasterRecord
                      INVALID KEY
                         DISPLAY "WARNING: additional card "
                            TJ-NRO-TARJ " not re-linked - status "
                            TarjetaStatus
                      NOT INVALID KEY
                         PERFORM Write_Audit_Record
                         ADD 1 TO WS-relinked-count
                   END-REWRITE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Every balance record of the old account re-filed under the
      *> new number: written there first, then deleted from the
      *> old key, and the scan restarted past it - so a record that
      *> can't move stays where it was instead of being lost.
       Move_Saldos.
          IF NOT SALDOS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-old-nro TO SALD-NRO-TARJ.
          MOVE LOW-VALUES TO SALD-FECHA.
          START SaldoFile KEY IS NOT LESS THAN SALD-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-MOVE-DONE-SW.
          IF NOT SaldoSuccess
             SET MOVE-DONE TO TRUE
          END-IF.
          PERFORM UNTIL MOVE-DONE
             READ SaldoFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT SaldoSuccess OR SALD-NRO-TARJ NOT = WS-old-nro
                SET MOVE-DONE TO TRUE
             ELSE
                PERFORM Move_Saldo_Record
             END-IF
          END-PERFORM.

       Move_Saldo_Record.
          MOVE SALD-FECHA TO WS-saldo-fecha.
          MOVE SALD-IMPORTE TO WS-saldo-importe.
          MOVE WS-new-nro TO SALD-NRO-TARJ.
          WRITE SaldoRecord
             INVALID KEY
                DISPLAY "WARNING: balance " WS-saldo-fecha
                   " of card " WS-old-nro " already on file under "
                   WS-new-nro " - left under the old number"
             NOT INVALID KEY
                MOVE WS-old-nro TO SALD-NRO-TARJ
                DELETE SaldoFile RECORD
                   INVALID KEY CONTINUE
                END-DELETE
                ADD 1 TO WS-saldo-moved-count
          END-WRITE.
          MOVE WS-old-nro TO SALD-NRO-TARJ.
          MOVE WS-saldo-fecha TO SALD-FECHA.
          START SaldoFile KEY IS GREATER THAN SALD-KEY
             INVALID KEY SET MOVE-DONE TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The past-due bucket is the account's collections history -
      *> re-filed whole under the new number, cycles-at-3 count
      *> and all, write-new / delete-old like the balances.  No
      *> store yet means no bucket to carry.
       Move_Past_Due.
          IF NOT PASTDUE-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-old-nro TO PD-NRO-TARJ.
          READ PastDueFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT PastDueSuccess
             EXIT PARAGRAPH
          END-IF.
          MOVE PastDueRecord TO WS-PD-MOVED-RECORD.
          MOVE WS-new-nro TO PD-NRO-TARJ.
          WRITE PastDueRecord
             INVALID KEY
                DISPLAY "WARNING: past-due bucket of account "
                   WS-old-nro " already on file under " WS-new-nro
                   " - left under the old number"
             NOT INVALID KEY
                MOVE WS-PD-MOVED-RECORD TO PastDueRecord
                DELETE PastDueFile RECORD
                   INVALID KEY CONTINUE
                END-DELETE
                ADD 1 TO WS-pastdue-moved-count
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Live cases (O / P) on the replaced card follow it, so their
      *> credits and resolutions land on the card that bills.
      *> Resolved cases stay under the number they were raised on -
      *> they are that card's history.  Same write-new / delete-old
      *> / restart-past discipline as the balances.
       Move_Disputes.
          IF NOT DISPUTES-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-old-nro TO DSP-NRO-TARJ.
          MOVE 0 TO DSP-NRO-CUPON.
          MOVE LOW-VALUES TO DSP-FECHA-COMPRA.
          MOVE 0 TO DSP-NRO-CASO.
          START DisputeFile KEY IS NOT LESS THAN DSP-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-MOVE-DONE-SW.
          IF NOT DisputeSuccess
             SET MOVE-DONE TO TRUE
          END-IF.
          PERFORM UNTIL MOVE-DONE
             READ DisputeFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT DisputeSuccess OR DSP-NRO-TARJ NOT = WS-old-nro
                SET MOVE-DONE TO TRUE
             ELSE
                PERFORM Move_Dispute_Record
             END-IF
          END-PERFORM.

       Move_Dispute_Record.
          MOVE DSP-NRO-CUPON TO WS-dsp-cupon.
          MOVE DSP-FECHA-COMPRA TO WS-dsp-fecha.
          MOVE DSP-NRO-CASO TO WS-dsp-caso.
          IF DSP-ESTADO = "O" OR DSP-ESTADO = "P"
             MOVE DisputeRecord TO WS-DSP-MOVED-RECORD
             MOVE WS-new-nro TO DSP-NRO-TARJ
             WRITE DisputeRecord
                INVALID KEY
                   DISPLAY "WARNING: case on cupon " WS-dsp-cupon
                      " of card " WS-old-nro " already on file under "
                      WS-new-nro " - left under the old number"
                NOT INVALID KEY
                   MOVE WS-DSP-MOVED-RECORD TO DisputeRecord
                   DELETE DisputeFile RECORD
                      INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-dispute-moved-count
             END-WRITE
          END-IF.
          MOVE WS-old-nro TO DSP-NRO-TARJ.
          MOVE WS-dsp-cupon TO DSP-NRO-CUPON.
          MOVE WS-dsp-fecha TO DSP-FECHA-COMPRA.
          MOVE WS-dsp-caso TO DSP-NRO-CASO.
          START DisputeFile KEY IS GREATER THAN DSP-KEY
             INVALID KEY SET MOVE-DONE TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The account's points lots, whatever their state, re-filed
      *> under the new number - same write-new / delete-old /
      *> restart-past discipline as the balances, so the running
      *> balance and its expiry ages carry over unchanged.
       Move_Puntos.
          IF NOT POINTS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-old-nro TO PTS-NRO-CUENTA.
          MOVE LOW-VALUES TO PTS-FECHA-CICLO.
          START PointsFile KEY IS NOT LESS THAN PTS-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-MOVE-DONE-SW.
          IF NOT PointsSuccess
             SET MOVE-DONE TO TRUE
          END-IF.
          PERFORM UNTIL MOVE-DONE
             READ PointsFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT PointsSuccess OR PTS-NRO-CUENTA NOT = WS-old-nro
                SET MOVE-DONE TO TRUE
             ELSE
                PERFORM Move_Puntos_Record
             END-IF
          END-PERFORM.

       Move_Puntos_Record.
          MOVE PTS-FECHA-CICLO TO WS-pts-fecha.
          MOVE PointsRecord TO WS-PTS-MOVED-RECORD.
          MOVE WS-new-nro TO PTS-NRO-CUENTA.
          WRITE PointsRecord
             INVALID KEY
                DISPLAY "WARNING: points lot " WS-pts-fecha
                   " of account " WS-old-nro " already on file under "
                   WS-new-nro " - left under the old number"
             NOT INVALID KEY
                MOVE WS-PTS-MOVED-RECORD TO PointsRecord
                DELETE PointsFile RECORD
                   INVALID KEY CONTINUE
                END-DELETE
                ADD 1 TO WS-points-moved-count
          END-WRITE.
          MOVE WS-old-nro TO PTS-NRO-CUENTA.
          MOVE WS-pts-fecha TO PTS-FECHA-CICLO.
          START PointsFile KEY IS GREATER THAN PTS-KEY
             INVALID KEY SET MOVE-DONE TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Plans still billing (A) or stopped by a live case (S) are
      *> re-keyed to the new card, so their remaining cuotas bill
      *> there; finished and cancelled plans stay as history.  Same
      *> write-new / delete-old / restart-past discipline as the
      *> balances.
       Move_Cuotas.
          IF NOT CUOTAS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-old-nro TO CUO-NRO-TARJ.
          MOVE 0 TO CUO-NRO-CUPON.
          MOVE LOW-VALUES TO CUO-FECHA-COMPRA.
          START CuotasFile KEY IS NOT LESS THAN CUO-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-MOVE-DONE-SW.
          IF NOT CuotasSuccess
             SET MOVE-DONE TO TRUE
          END-IF.
          PERFORM UNTIL MOVE-DONE
             READ CuotasFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT CuotasSuccess OR CUO-NRO-TARJ NOT = WS-old-nro
                SET MOVE-DONE TO TRUE
             ELSE
                PERFORM Move_Cuotas_Record
             END-IF
          END-PERFORM.

       Move_Cuotas_Record.
          MOVE CUO-NRO-CUPON TO WS-cuo-cupon.
          MOVE CUO-FECHA-COMPRA TO WS-cuo-fecha.
          IF CUO-ACTIVA OR CUO-SUSPENDIDA
             MOVE CuotasRecord TO WS-CUO-MOVED-RECORD
             MOVE WS-new-nro TO CUO-NRO-TARJ
             WRITE CuotasRecord
                INVALID KEY
                   DISPLAY "WARNING: plan " WS-cuo-cupon " of card "
                      WS-old-nro " already on file under "
                      WS-new-nro " - left under the old number"
                NOT INVALID KEY
                   MOVE WS-CUO-MOVED-RECORD TO CuotasRecord
                   DELETE CuotasFile RECORD
                      INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-cuotas-moved-count
             END-WRITE
          END-IF.
          MOVE WS-old-nro TO CUO-NRO-TARJ.
          MOVE WS-cuo-cupon TO CUO-NRO-CUPON.
          MOVE WS-cuo-fecha TO CUO-FECHA-COMPRA.
          START CuotasFile KEY IS GREATER THAN CUO-KEY
             INVALID KEY SET MOVE-DONE TO TRUE
          END-START.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Capture_Before_Image.
          MOVE SPACES TO WS-old-flag.
          MOVE TJ-TITULAR TO WS-OLD-TITULAR.
          MOVE TJ-DOCUMENTO TO WS-OLD-DOCUMENTO.
          MOVE TJ-ESTADO TO WS-OLD-ESTADO.
          MOVE TJ-LIMITE-CREDITO TO WS-OLD-LIMITE.
          MOVE TJ-PRODUCTO TO WS-OLD-PRODUCTO.
          MOVE TJ-NRO-CUENTA TO WS-OLD-CUENTA.
          MOVE TJ-DEBITO-CTA TO WS-OLD-DEBITO-CTA.
          MOVE TJ-DEBITO-MODO TO WS-OLD-DEBITO-MODO.

      *> Same journal record Tarjeta-Maintenance writes, action "R"
      *> - the after-image is the master record as just written.
       Write_Audit_Record.
          MOVE WS-CURRENT-DATE TO TAU-FECHA.
          MOVE WS-CURRENT-TIME(1:6) TO TAU-HORA.
          MOVE WS-OPERADOR TO TAU-OPERADOR.
          MOVE "R" TO TAU-ACCION.
          MOVE TJ-NRO-TARJ TO TAU-NRO-TARJ.
          MOVE WS-old-flag TO TAU-OLD-FLAG.
          MOVE WS-OLD-TITULAR TO TAU-OLD-TITULAR.
          MOVE WS-OLD-DOCUMENTO TO TAU-OLD-DOCUMENTO.
          MOVE WS-OLD-ESTADO TO TAU-OLD-ESTADO.
          MOVE WS-OLD-LIMITE TO TAU-OLD-LIMITE.
          MOVE WS-OLD-PRODUCTO TO TAU-OLD-PRODUCTO.
          MOVE WS-OLD-CUENTA TO TAU-OLD-CUENTA.
          MOVE WS-OLD-DEBITO-CTA TO TAU-OLD-DEBITO-CTA.
          MOVE WS-OLD-DEBITO-MODO TO TAU-OLD-DEBITO-MODO.
          MOVE TJ-TITULAR TO TAU-NEW-TITULAR.
          MOVE TJ-DOCUMENTO TO TAU-NEW-DOCUMENTO.
          MOVE TJ-ESTADO TO TAU-NEW-ESTADO.
          MOVE TJ-LIMITE-CREDITO TO TAU-NEW-LIMITE.
          MOVE TJ-PRODUCTO TO TAU-NEW-PRODUCTO.
          MOVE TJ-NRO-CUENTA TO TAU-NEW-CUENTA.
          MOVE TJ-DEBITO-CTA TO TAU-NEW-DEBITO-CTA.
          MOVE TJ-DEBITO-MODO TO TAU-NEW-DEBITO-MODO.
          WRITE TarjetaAuditRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reject_Tran.
          MOVE RPL-NRO-TARJ TO RERR-NRO-TARJ.
          MOVE RPL-MOTIVO TO RERR-MOTIVO.
          MOVE RPL-NRO-NUEVA TO RERR-NRO-NUEVA.
          MOVE WS-tran-reason TO RERR-REASON.
          WRITE ReplTranErrorRecord.
          ADD 1 TO WS-error-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "Card replacement run complete.".
          DISPLAY "  Replaced          : " WS-replaced-count.
          DISPLAY "  Rejected          : " WS-error-count.
          DISPLAY "  Additional re-link: " WS-relinked-count.
          DISPLAY "  Balances moved    : " WS-saldo-moved-count.
          DISPLAY "  Past-due moved    : " WS-pastdue-moved-count.
          DISPLAY "  Disputes moved    : " WS-dispute-moved-count.
          DISPLAY "  Cuotas plans moved: " WS-cuotas-moved-count.
          DISPLAY "  Points lots moved : " WS-points-moved-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Close_All_Files.
          CLOSE TarjetaFile.
          CLOSE ReplTranFile.
          CLOSE ReplTranErrorFile.
          CLOSE TarjetaXrefFile.
          CLOSE TarjetaAuditFile.
          IF SALDOS-AVAILABLE
             CLOSE SaldoFile
          END-IF.
          IF CUOTAS-AVAILABLE
             CLOSE CuotasFile
          END-IF.
          IF POINTS-AVAILABLE
             CLOSE PointsFile
          END-IF.
          IF PASTDUE-AVAILABLE
             CLOSE PastDueFile
          END-IF.
          IF DISPUTES-AVAILABLE
             CLOSE DisputeFile
          END-IF.

       END PROGRAM Card-Replacement.
