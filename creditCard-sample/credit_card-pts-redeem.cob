       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Points-Redemption.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: rewards points redemption.  Each PTSRDM.DAT
      *    transaction names a card and the points its holder wants
      *    turned into a statement credit.  The points come off the
      *    account's CC_PUNTOS.DAT lots the billing run keeps -
      *    oldest first, so what would expire soonest goes first -
      *    each lot drawn on journaled to CC_PTSMOV.DAT.  The credit,
      *    at the PTSPARM.DAT value per point, is written to
      *    CC_PTSCRD.DAT in the PAGOS.DAT layout, to be folded into
      *    the next cycle's payments the same way the dispute
      *    credits are.  Transactions that can't be applied go to
      *    PTSRDM_ERRORS.DAT with the reason.
      *  - CC_PTSCRD.DAT holds this run's credits only, as
      *    CC_DISPCRD.DAT does - rewritten every run, so credits
      *    already folded into PAGOS.DAT are never applied twice.
      *    Credit numbers come from a per-run count held to the
      *    80000-89999 range; a request past it is rejected.
      *  - Lots past the PTSPARM.DAT expiry cycles expire here too,
      *    before the balance is taken, so an account that gets no
      *    statement can't redeem points the billing run would
      *    already have expired.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> One redemption request per record.
          SELECT RedeemTranFile ASSIGN TO "..\files\PTSRDM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RedeemTranStatus.

          *> Requests that couldn't be applied.
          SELECT RedeemTranErrorFile
          ASSIGN TO "..\files\PTSRDM_ERRORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Points program parameters - same record the billing run
          *> reads: the expiry cycles and the value of a point.
          SELECT PtsParmFile ASSIGN TO "..\files\PTSPARM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PtsParmStatus.

          *> Points ledger - same file/key layout the billing run
          *> keeps, one lot per account and cycle.
          SELECT PointsFile ASSIGN TO "..\files\CC_PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PTS-KEY
          FILE STATUS IS PointsStatus.

          *> Points movements journal - only ever appended.
          SELECT OPTIONAL PointsMoveFile
          ASSIGN TO "..\files\CC_PTSMOV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> This run's statement credits in the PAGOS.DAT layout,
          *> for the operator to fold into the next cycle's payments
          *> feed.
          SELECT PointsCreditFile
          ASSIGN TO "..\files\CC_PTSCRD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RedeemTranFile.
       01 RedeemTranRecord.
         88 EOF-REDEEM-TRAN VALUE HIGH-VALUES.
      *> Any card of the account - the points belong to the account.
         03 RDM-NRO-TARJ                 PIC X(10).
         03 RDM-NRO-TARJ-NUM REDEFINES RDM-NRO-TARJ
                                         PIC 9(10).
         03 FILLER                       PIC X(1).
         03 RDM-PUNTOS                   PIC X(9).
         03 RDM-PUNTOS-NUM REDEFINES RDM-PUNTOS
                                         PIC 9(9).

       FD RedeemTranErrorFile.
       01 RedeemTranErrorRecord.
         03 RERR-NRO-TARJ                PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 RERR-PUNTOS                  PIC X(9).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 RERR-REASON                  PIC X(30).

       FD PtsParmFile.
       01 PtsParmRecord.
         88 EOF-PTS-PARM VALUE HIGH-VALUES.
         03 PTP-CICLOS-VENC              PIC X(3).
         03 FILLER                       PIC X(1).
      *> Pesos one point redeems for, 9V99999.
         03 PTP-VALOR-PUNTO              PIC X(6).
         03 PTP-VALOR-PUNTO-NUM REDEFINES PTP-VALOR-PUNTO
                                         PIC 9V9(5).

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

       FD PointsMoveFile.
       01 PointsMoveRecord.
         03 MOV-NRO-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-FECHA-LOTE               PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-TIPO                     PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-PUNTOS                   PIC 9(9).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-REFERENCIA               PIC X(20).

      *> Same layout as PAGOS.DAT and CC_DISPCRD.DAT.
       FD PointsCreditFile.
       01 PointsCreditRecord.
        03 PCR-NRO-TARJ                  PIC 9(10).
        03 PCR-NRO-PAGO                  PIC 9(5).
        03 PCR-FECHA-PAGO.
          06 PCR-FILLER                  PIC X(2).
          06 PCR-FECHA-DDMMYYYY          PIC X(8).
        03 PCR-IMPORTE                   PIC 9(6)V99.
        03 PCR-TIPO                      PIC X(1).

       WORKING-STORAGE SECTION.
       01   RedeemTranStatus             PIC X(2).
           88 RedeemTranSuccess VALUE "00".
       01   PtsParmStatus                PIC X(2).
           88 PtsParmSuccess  VALUE "00".
       01   PointsStatus                 PIC X(2).
           88 PointsSuccess   VALUE "00".

      *>-------------------------------------------------------------*
      *> Pesos per point - PTSPARM.DAT overrides when it carries a
      *> value above zero.
      *>-------------------------------------------------------------*
       01 WS-PTS-VALOR-PUNTO             PIC 9V9(5) VALUE 0.01000.
      *> Cycles (months) a lot stays redeemable - zero, never
      *> expires.  Same default and rule as the billing run.
       01 WS-PTS-CICLOS-VENC             PIC 9(3) VALUE 12.
       01 WS-pts-anio                    PIC 9(4).
       01 WS-pts-mes                     PIC 9(2).
       01 WS-pts-meses-hoy               PIC 9(6).
       01 WS-pts-meses-lote              PIC 9(6).

      *>-------------------------------------------------------------*
      *> The card as checkcc sees it - only a card it validates can
      *> redeem, and the points are looked up under its account.
      *>-------------------------------------------------------------*
       01   WS-CreditCardValid           PIC X(1).
            88 CC-VALID                  VALUE HIGH-VALUE.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ                PIC 9(10).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-LIMITE-CREDITO            PIC 9(8)V99.
         02 TJ-PRODUCTO                  PIC X(3).
         02 TJ-NRO-CUENTA                PIC 9(10).

      *>-------------------------------------------------------------*
      *> The redemption being applied.
      *>-------------------------------------------------------------*
       01 WS-tran-reason                 PIC X(30).
       01 WS-pts-cuenta                  PIC 9(10).
       01 WS-pts-saldo                   PIC 9(9).
       01 WS-pts-pendientes              PIC 9(9).
       01 WS-pts-tomados                 PIC 9(9).
       01 WS-rdm-importe                 PIC 9(6)V99.
       01 WS-PTS-SCAN-SW                 PIC X(1).
          88 PTS-SCAN-DONE               VALUE "Y".

      *> Credit numbers run 80000-89999 on the payment file, clear
      *> of the coupon numbers the dispute credits carry, counted
      *> from 80001 every run - the file holds this run's only.
       01 WS-credit-seq                  PIC 9(4) VALUE 0.
       01 WS-MAX-CREDITS                 PIC 9(4) VALUE 9999.
       01 WS-credit-nro                  PIC 9(5).
       01 WS-rdm-referencia.
          03 FILLER                      PIC X(7) VALUE "PTSCRD ".
          03 WS-rdm-ref-cuenta           PIC 9(10).
          03 WS-rdm-ref-pago             PIC 9(5).

       01 WS-TODAY-DDMMYYYY              PIC X(8).

      *>-------------------------------------------------------------*
      *> Run totals.
      *>-------------------------------------------------------------*
       01 WS-tran-count                  PIC 9(6) VALUE 0.
       01 WS-redeemed-count              PIC 9(6) VALUE 0.
       01 WS-error-count                 PIC 9(6) VALUE 0.
       01 WS-pts-redeemed-total          PIC 9(11) VALUE 0.
       01 WS-pts-expired-total           PIC 9(11) VALUE 0.
       01 WS-credit-total                PIC 9(9)V99 VALUE 0.

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
          STRING WS-CURRENT-DAY WS-CURRENT-MONTH WS-CURRENT-YEAR
             DELIMITED BY SIZE INTO WS-TODAY-DDMMYYYY
          END-STRING.

          MOVE WS-CURRENT-YEAR TO WS-pts-anio.
          MOVE WS-CURRENT-MONTH TO WS-pts-mes.
          COMPUTE WS-pts-meses-hoy = WS-pts-anio * 12 + WS-pts-mes.

          PERFORM Load_Points_Value.
          PERFORM Open_All_Files.
          PERFORM Read_Tran_File.

          PERFORM UNTIL EOF-REDEEM-TRAN
             ADD 1 TO WS-tran-count
             PERFORM Apply_Tran
             PERFORM Read_Tran_File
          END-PERFORM.

          PERFORM Print_Summary.
          PERFORM Close_All_Files.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> A missing or blank value keeps the compiled default.
       Load_Points_Value.
          OPEN INPUT PtsParmFile.
          IF PtsParmSuccess
             READ PtsParmFile
                AT END SET EOF-PTS-PARM TO TRUE
             END-READ
             IF NOT EOF-PTS-PARM
                IF PTP-CICLOS-VENC NUMERIC
                   MOVE PTP-CICLOS-VENC TO WS-PTS-CICLOS-VENC
                END-IF
                IF PTP-VALOR-PUNTO NUMERIC
                   AND PTP-VALOR-PUNTO-NUM > 0
                   MOVE PTP-VALOR-PUNTO-NUM TO WS-PTS-VALOR-PUNTO
                END-IF
             END-IF
             CLOSE PtsParmFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> No ledger means the billing run has never awarded points -
      *> nothing can be redeemed.
       Open_All_Files.
          OPEN INPUT RedeemTranFile.
          IF NOT RedeemTranSuccess
             DISPLAY "No PTSRDM.DAT - nothing to apply"
             STOP RUN
          END-IF.

          OPEN I-O PointsFile.
          IF NOT PointsSuccess
             DISPLAY "Unable to open CC_PUNTOS.DAT - status "
                PointsStatus " - no points to redeem"
             STOP RUN
          END-IF.

          OPEN OUTPUT PointsCreditFile.
          OPEN EXTEND PointsMoveFile.
          OPEN OUTPUT RedeemTranErrorFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Read_Tran_File.
          READ RedeemTranFile
             AT END SET EOF-REDEEM-TRAN TO TRUE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Field rules, then the card, then the account's redeemable
      *> balance and the credit it buys - nothing is drawn from the
      *> ledger until the whole request is known to go through.
       Apply_Tran.
          IF RDM-NRO-TARJ NOT NUMERIC OR RDM-PUNTOS NOT NUMERIC
             OR RDM-PUNTOS-NUM = 0
             MOVE "INVALID REDEMPTION RECORD" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          CALL 'checkcc' USING BY CONTENT RDM-NRO-TARJ-NUM,
          BY REFERENCE WS-CreditCardValid,
          BY REFERENCE TarjetaRecord.
          IF NOT CC-VALID
             MOVE "CARD NOT ACTIVE" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          MOVE TJ-NRO-CUENTA TO WS-pts-cuenta.

          PERFORM Sum_Points_Balance.
          IF WS-pts-saldo < RDM-PUNTOS-NUM
             MOVE "INSUFFICIENT POINTS" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          MOVE SPACES TO WS-tran-reason.
          COMPUTE WS-rdm-importe = RDM-PUNTOS-NUM * WS-PTS-VALOR-PUNTO
             ON SIZE ERROR
                MOVE "CREDIT AMOUNT TOO LARGE" TO WS-tran-reason
          END-COMPUTE.
          IF WS-tran-reason = SPACES AND WS-rdm-importe = 0
             MOVE "TOO FEW POINTS FOR A CREDIT" TO WS-tran-reason
          END-IF.
          IF WS-tran-reason NOT = SPACES
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          IF WS-credit-seq >= WS-MAX-CREDITS
             MOVE "CREDIT NUMBERS EXHAUSTED" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-credit-seq.
          COMPUTE WS-credit-nro = 80000 + WS-credit-seq.
          MOVE WS-pts-cuenta TO WS-rdm-ref-cuenta.
          MOVE WS-credit-nro TO WS-rdm-ref-pago.

          MOVE RDM-PUNTOS-NUM TO WS-pts-pendientes.
          PERFORM Consume_Points_Lots.
          PERFORM Write_Credit_Record.

          ADD 1 TO WS-redeemed-count.
          ADD RDM-PUNTOS-NUM TO WS-pts-redeemed-total.
          ADD WS-rdm-importe TO WS-credit-total.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> What the account can redeem - its lots still standing "A",
      *> once those past the expiry cycles have expired.
       Sum_Points_Balance.
          MOVE 0 TO WS-pts-saldo.
          PERFORM Start_Account_Lots.
          PERFORM UNTIL PTS-SCAN-DONE
             PERFORM Read_Next_Lot
             IF NOT PTS-SCAN-DONE AND PTS-VIGENTE
                PERFORM Age_Points_Lot
             END-IF
          END-PERFORM.

      *> A lot earned WS-PTS-CICLOS-VENC cycles ago or more expires,
      *> counted in months from today the way the billing run counts
      *> them from the as-of date.
       Age_Points_Lot.
          MOVE PTS-FECHA-CICLO(1:4) TO WS-pts-anio.
          MOVE PTS-FECHA-CICLO(5:2) TO WS-pts-mes.
          COMPUTE WS-pts-meses-lote = WS-pts-anio * 12 + WS-pts-mes.
          IF WS-PTS-CICLOS-VENC > 0
             AND WS-pts-meses-hoy - WS-pts-meses-lote
                >= WS-PTS-CICLOS-VENC
             MOVE "V" TO MOV-TIPO
             MOVE PTS-DISPONIBLES TO MOV-PUNTOS
             ADD PTS-DISPONIBLES TO WS-pts-expired-total
             MOVE 0 TO PTS-DISPONIBLES
             SET PTS-VENCIDO TO TRUE
             REWRITE PointsRecord
                INVALID KEY CONTINUE
             END-REWRITE
             MOVE PTS-NRO-CUENTA TO MOV-NRO-CUENTA
             MOVE PTS-FECHA-CICLO TO MOV-FECHA-LOTE
             MOVE WS-TODAY-DDMMYYYY TO MOV-FECHA
             MOVE SPACES TO MOV-REFERENCIA
             WRITE PointsMoveRecord
          ELSE
             ADD PTS-DISPONIBLES TO WS-pts-saldo
          END-IF.

      *> Oldest lot first - the points nearest to expiring go first.
       Consume_Points_Lots.
          PERFORM Start_Account_Lots.
          PERFORM UNTIL PTS-SCAN-DONE OR WS-pts-pendientes = 0
             PERFORM Read_Next_Lot
             IF NOT PTS-SCAN-DONE AND PTS-VIGENTE
                PERFORM Take_Points_From_Lot
             END-IF
          END-PERFORM.

       Start_Account_Lots.
          MOVE WS-pts-cuenta TO PTS-NRO-CUENTA.
          MOVE LOW-VALUES TO PTS-FECHA-CICLO.
          START PointsFile KEY IS NOT LESS THAN PTS-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-PTS-SCAN-SW.
          IF NOT PointsSuccess
             SET PTS-SCAN-DONE TO TRUE
          END-IF.

       Read_Next_Lot.
          READ PointsFile NEXT RECORD
             AT END CONTINUE
          END-READ.
          IF NOT PointsSuccess OR PTS-NRO-CUENTA NOT = WS-pts-cuenta
             SET PTS-SCAN-DONE TO TRUE
          END-IF.

       Take_Points_From_Lot.
          IF PTS-DISPONIBLES = 0
             EXIT PARAGRAPH
          END-IF.
          IF PTS-DISPONIBLES < WS-pts-pendientes
             MOVE PTS-DISPONIBLES TO WS-pts-tomados
          ELSE
             MOVE WS-pts-pendientes TO WS-pts-tomados
          END-IF.
          SUBTRACT WS-pts-tomados FROM PTS-DISPONIBLES.
          SUBTRACT WS-pts-tomados FROM WS-pts-pendientes.
          IF PTS-DISPONIBLES = 0
             SET PTS-CONSUMIDO TO TRUE
          END-IF.
          REWRITE PointsRecord
             INVALID KEY CONTINUE
          END-REWRITE.

          MOVE PTS-NRO-CUENTA TO MOV-NRO-CUENTA.
          MOVE PTS-FECHA-CICLO TO MOV-FECHA-LOTE.
          MOVE "C" TO MOV-TIPO.
          MOVE WS-pts-tomados TO MOV-PUNTOS.
          MOVE WS-TODAY-DDMMYYYY TO MOV-FECHA.
          MOVE WS-rdm-referencia TO MOV-REFERENCIA.
          WRITE PointsMoveRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> A payment-type credit on the account's principal card, the
      *> way the dispute credits are written.
       Write_Credit_Record.
          MOVE WS-pts-cuenta TO PCR-NRO-TARJ.
          MOVE WS-credit-nro TO PCR-NRO-PAGO.
          MOVE SPACES TO PCR-FILLER.
          MOVE WS-TODAY-DDMMYYYY TO PCR-FECHA-DDMMYYYY.
          MOVE WS-rdm-importe TO PCR-IMPORTE.
          MOVE "C" TO PCR-TIPO.
          WRITE PointsCreditRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reject_Tran.
          MOVE RDM-NRO-TARJ TO RERR-NRO-TARJ.
          MOVE RDM-PUNTOS TO RERR-PUNTOS.
          MOVE WS-tran-reason TO RERR-REASON.
          WRITE RedeemTranErrorRecord.
          ADD 1 TO WS-error-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "Points redemption run complete.".
          DISPLAY "  Requests read     : " WS-tran-count.
          DISPLAY "  Redeemed          : " WS-redeemed-count.
          DISPLAY "  Rejected          : " WS-error-count.
          DISPLAY "  Points redeemed   : " WS-pts-redeemed-total.
          DISPLAY "  Points expired    : " WS-pts-expired-total.
          DISPLAY "  Credits written   : " WS-credit-total.
      *> Credits apply nowhere on their own - same rule as the
      *> dispute credits.  The next run rewrites the file, so it
      *> has to be folded in before then.
          IF WS-redeemed-count > 0
             DISPLAY "  Fold CC_PTSCRD.DAT into the next cycle's "
                "PAGOS.DAT - points credits apply nowhere else"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Close_All_Files.
          CLOSE RedeemTranFile.
          CLOSE RedeemTranErrorFile.
          CLOSE PointsFile.
          CLOSE PointsMoveFile.
          CLOSE PointsCreditFile.

       END PROGRAM Points-Redemption.
