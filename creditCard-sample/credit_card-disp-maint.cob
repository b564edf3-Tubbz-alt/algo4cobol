      *    the case file IS the audit trail disputes never had.
      *    The billing run reads the open cases to keep disputed
      *    amounts out of Pago minimo until resolution.
      *  - Installment purchases: opening a case on a coupon billed
      *    in cuotas stops its plan on CC_CUOTAS.DAT, so no further
      *    cuotas bill while the case is live.  Resolution for the
      *    cardholder cancels the plan; resolution for the merchant
      *    puts it back to billing from the next cuota.
      *  - CUPONHIS.DAT record follows the billing run's layout,
      *    which now keeps the billed amount and currency.
      *  - Rewards points: a case resolved for the cardholder takes
      *    back the points its coupon earned (HIST-PUNTOS on the
      *    posted history) off the account's CC_PUNTOS.DAT lots -
      *    the lot that earned them first, then the oldest - and
      *    journals the reversal to CC_PTSMOV.DAT.  Points already
      *    redeemed or expired can't be taken back and are counted.
      *  - CC_DISPUTE.DAT is now an indexed case master keyed by
      *    card + cupon + purchase date + case number.  Each
      *    transaction reads and updates its own case in place, so
      *    the master no longer has to fit in a table - the
      *    1000-case limit is gone.  Existing masters are unloaded
      *    and reloaded into the new layout (no separator bytes).
      *  - Replaced cards: Card-Replacement moves a card's cases to
      *    its new number, but the posted history stays under the
      *    number that billed it.  The history lookup now follows
      *    CC_TARJXREF.DAT back through the numbers the card
      *    replaced, and the points come back off the account of
      *    the newest number, where the lots were re-filed.
      *  - A coupon billed in cuotas can only be disputed for what
      *    has actually been billed of it (plan total less what is
      *    still to bill) - a larger amount is rejected at open,
      *    and a credit on a case opened for more is cut down to
      *    the billed part.  Cuotas the cardholder never saw are
      *    cancelled with the plan, not credited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          FILE STATUS IS DisputeTranStatus.

          *> Dispute case master - every case ever opened, with its
          *> current state.  Cases are updated in place by key and
          *> never deleted.
          SELECT DisputeFile ASSIGN TO "..\files\CC_DISPUTE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DSP-KEY
          FILE STATUS IS DisputeStatus.

          *> Posted-coupon history - proof the disputed coupon was
          *> billed, and what it earned in points.  Same file/key
          *> layout the billing run maintains.
          SELECT HistoryFile ASSIGN TO "..\files\CUPONHIS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HIST-KEY
          FILE STATUS IS HistoryStatus.

          *> Installment ledger - same file/key layout the billing run
          *> maintains.  A case on a coupon billed in cuotas stops
          *> (and on resolution cancels or resumes) its plan.
          SELECT CuotasFile ASSIGN TO "..\files\CC_CUOTAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CUO-KEY
          FILE STATUS IS CuotasStatus.

          *> Credits and clawbacks in the PAGOS.DAT layout, for the
          *> operator to fold into the next cycle's payments feed.
          SELECT DisputeCreditFile
          ASSIGN TO "..\files\CC_DISPCRD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Points ledger and its movements journal - same
          *> file/key layouts the billing run maintains.
          SELECT PointsFile ASSIGN TO "..\files\CC_PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PTS-KEY
          FILE STATUS IS PointsStatus.

          SELECT OPTIONAL PointsMoveFile
          ASSIGN TO "..\files\CC_PTSMOV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Card-number cross-reference - same file/key layout
          *> Card-Replacement writes.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

          *> Transactions that couldn't be applied.
          SELECT DisputeTranErrorFile
          ASSIGN TO "..\files\DISPTRN_ERRORS.DAT"

       FD DisputeFile.
       01 DisputeRecord.
         02 DSP-KEY.
           04 DSP-NRO-TARJ               PIC 9(10).
           04 DSP-NRO-CUPON              PIC 9(5).
           04 DSP-FECHA-COMPRA           PIC X(8).
      *> 01 for the coupon's first case, 02 for a re-dispute after
      *> that one resolved, and so on.
           04 DSP-NRO-CASO               PIC 9(2).
         02 DSP-IMPORTE                  PIC 9(6)V99.
      *> "O" - opened; "P" - provisional credit granted; "C" -
      *> resolved for the cardholder; "M" - resolved for the
      *> merchant.  O and P are the live states the billing run
      *> keeps out of Pago minimo.
         02 DSP-ESTADO                   PIC X(1).
         02 DSP-FECHA-ALTA               PIC X(8).
      *> Spaces until the case resolves.
         02 DSP-FECHA-RESOL              PIC X(8).

       FD HistoryFile.
       01 HistoryRecord.
           04 HIST-FECHA-COMPRA          PIC X(10).
         02 HIST-FECHA-CICLO             PIC X(8).
         02 HIST-FEED-SLOT               PIC 9(2).
         02 HIST-IMPORTE                 PIC 9(6)V99.
         02 HIST-MONEDA                  PIC X(3).
         02 HIST-PUNTOS                  PIC 9(7).

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
      *> "A" - billing; "F" - fully billed; "S" - stopped by a live
      *> case; "C" - cancelled, resolved for the cardholder.
         02 CUO-ESTADO                   PIC X(1).
           88 CUO-ACTIVA                 VALUE "A".
           88 CUO-FINALIZADA             VALUE "F".
           88 CUO-SUSPENDIDA             VALUE "S".
           88 CUO-ANULADA                VALUE "C".

      *> Same layout the payments feed carries - "C" credits the
      *> cardholder, "D" takes a prior credit back.
        03 DCR-IMPORTE                   PIC 9(6)V99.
        03 DCR-TIPO                      PIC X(1).

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

       FD DisputeTranErrorFile.
       01 DisputeTranErrorRecord.
         03 DERR-ACCION                  PIC X(1).
           88 DisputeSuccess  VALUE "00".
       01   HistoryStatus                PIC X(2).
           88 HistorySuccess  VALUE "00".
       01   CuotasStatus                 PIC X(2).
           88 CuotasSuccess   VALUE "00".
       01   PointsStatus                 PIC X(2).
           88 PointsSuccess   VALUE "00".
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".

      *> Find_Case results: the case number of the live (O/P) case
      *> on the coupon and of its newest case, 0 when none.  The
      *> case the transaction means is left in DisputeRecord.
       01 WS-CASE-FOUND-SW               PIC X(1).
          88 CASE-ON-FILE                VALUE "Y".
       01 WS-CASE-SCAN-SW                PIC X(1).
          88 CASE-SCAN-DONE              VALUE "Y".
       01 WS-case-live-nro               PIC 9(2).
       01 WS-case-last-nro               PIC 9(2).

       01 WS-opened-count                PIC 9(6) VALUE 0.
       01 WS-provcr-count                PIC 9(6) VALUE 0.
       01 WS-HISTORY-OPEN-SW             PIC X(1) VALUE "N".
          88 HISTORY-AVAILABLE           VALUE "Y".

      *> Walking the cross-reference - the number being looked up,
      *> the newest number in the card's chain, and a cap on steps
      *> so a damaged chain can't loop.
       01 WS-XREF-OPEN-SW                PIC X(1) VALUE "N".
          88 XREF-AVAILABLE              VALUE "Y".
       01 WS-LINK-DONE-SW                PIC X(1).
          88 LINK-DONE                   VALUE "Y".
       01 WS-link-tarj                   PIC 9(10).
       01 WS-newest-tarj                 PIC 9(10).
       01 WS-link-steps                  PIC 9(2).
       01 WS-MAX-LINKS                   PIC 9(2) VALUE 20.

      *> Installment plan moves - the state a plan must be in for
      *> the transaction to touch it, and the state it moves to.
       01 WS-CUOTAS-OPEN-SW              PIC X(1) VALUE "N".
          88 CUOTAS-AVAILABLE            VALUE "Y".
       01 WS-cuo-estado-desde            PIC X(1).
       01 WS-cuo-estado-hasta            PIC X(1).
       01 WS-plans-changed-count         PIC 9(6) VALUE 0.
      *> What a plan has billed so far - the most a dispute on its
      *> coupon can take back.  All of DTR-IMPORTE when the coupon
      *> has no plan.
       01 WS-cuo-facturado               PIC 9(6)V99.

      *> Points reversal on a chargeback - the account the coupon's
      *> card bills under (through checkcc), the earning lot's key
      *> and what is still to take back.
       01 WS-POINTS-OPEN-SW              PIC X(1) VALUE "N".
          88 POINTS-AVAILABLE            VALUE "Y".
       01 WS-PTS-SCAN-SW                 PIC X(1).
          88 PTS-SCAN-DONE               VALUE "Y".
       01 WS-pts-cuenta                  PIC 9(10).
       01 WS-pts-lote                    PIC X(8).
       01 WS-pts-pendientes              PIC 9(9).
       01 WS-pts-tomados                 PIC 9(9).
       01 WS-pts-referencia.
          03 WS-pts-ref-tarj             PIC 9(10).
          03 FILLER                      PIC X(1) VALUE SPACE.
          03 WS-pts-ref-cupon            PIC 9(5).
       01 WS-pts-reversed-count          PIC 9(9) VALUE 0.
       01 WS-pts-unrecovered-count       PIC 9(9) VALUE 0.
       01 WS-CreditCardValid             PIC X(1).
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ                PIC 9(10).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-LIMITE-CREDITO            PIC 9(8)V99.
         02 TJ-PRODUCTO                  PIC X(3).
         02 TJ-NRO-CUENTA                PIC 9(10).

       01 WS-TODAY-DDMMYYYY              PIC X(8).
        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
             DELIMITED BY SIZE INTO WS-TODAY-DDMMYYYY
          END-STRING.

          PERFORM Open_Dispute_File.
          PERFORM Open_History_File.
          PERFORM Open_Cuotas_File.
          PERFORM Open_Points_File.
          PERFORM Open_Xref_File.

          OPEN INPUT DisputeTranFile.
          IF NOT DisputeTranSuccess
          CLOSE DisputeTranFile.
          CLOSE DisputeTranErrorFile.
          CLOSE DisputeCreditFile.
          CLOSE DisputeFile.
          IF HISTORY-AVAILABLE
             CLOSE HistoryFile
          END-IF.
          IF CUOTAS-AVAILABLE
             CLOSE CuotasFile
          END-IF.
          IF POINTS-AVAILABLE
             CLOSE PointsFile
             CLOSE PointsMoveFile
          END-IF.
          IF XREF-AVAILABLE
             CLOSE TarjetaXrefFile
          END-IF.

          PERFORM Print_Summary.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Every case ever opened - resolved ones included, they are
      *> the audit trail.  A first-ever run simply has no master -
      *> it is created empty.
       Open_Dispute_File.
          OPEN I-O DisputeFile.
          IF DisputeStatus = "35"
             OPEN OUTPUT DisputeFile
             CLOSE DisputeFile
             OPEN I-O DisputeFile
          END-IF.
          IF NOT DisputeSuccess
             DISPLAY "Unable to open CC_DISPUTE.DAT - status "
                DisputeStatus " - run stopped"
             STOP RUN
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Without the history a dispute can't be proven billed, so
      *> told why once, not once per transaction.
       Open_History_File.
          MOVE "N" TO WS-HISTORY-OPEN-SW.
          OPEN I-O HistoryFile.
          IF HistorySuccess
             MOVE "Y" TO WS-HISTORY-OPEN-SW
          ELSE
                HistoryStatus " - dispute opens will be rejected "
                "this run"
          END-IF.

      *> No ledger yet just means no purchase has been billed in
      *> cuotas - nothing to stop.  Any other failure is told to
      *> the desk, since live cases would then leave plans billing.
       Open_Cuotas_File.
          MOVE "N" TO WS-CUOTAS-OPEN-SW.
          OPEN I-O CuotasFile.
          IF CuotasSuccess
             MOVE "Y" TO WS-CUOTAS-OPEN-SW
          ELSE
             IF CuotasStatus NOT = "35"
                DISPLAY "WARNING: CC_CUOTAS.DAT not available - "
                   "status " CuotasStatus " - installment plans "
                   "will not be stopped this run"
             END-IF
          END-IF.

      *> No ledger yet means no points were ever earned - nothing
      *> to take back.
       Open_Points_File.
          MOVE "N" TO WS-POINTS-OPEN-SW.
          OPEN I-O PointsFile.
          IF PointsSuccess
             MOVE "Y" TO WS-POINTS-OPEN-SW
             OPEN EXTEND PointsMoveFile
          ELSE
             IF PointsStatus NOT = "35"
                DISPLAY "WARNING: CC_PUNTOS.DAT not available - "
                   "status " PointsStatus " - charged-back coupons "
                   "keep their points this run"
             END-IF
          END-IF.

      *> No cross-reference file just means no card was ever
      *> replaced - every coupon is under the number it has now.
       Open_Xref_File.
          MOVE "N" TO WS-XREF-OPEN-SW.
          OPEN INPUT TarjetaXrefFile.
          IF XrefSuccess
             MOVE "Y" TO WS-XREF-OPEN-SW
          ELSE
             IF XrefStatus NOT = "35"
                DISPLAY "WARNING: CC_TARJXREF.DAT not available - "
                   "status " XrefStatus " - coupons billed under a "
                   "replaced number will not be found this run"
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Read_Tran_File.

      *> The same coupon can carry several cases over time - the
      *> resolved ones stay on the master for good and a re-dispute
      *> adds the next case number - so the live (O/P) case is the
      *> one a P/C/M transaction means, and only when none is live
      *> does the newest case stand in, so "already resolved"
      *> messages name the right case.  CASE-ON-FILE is off when
      *> the coupon has no case at all.
       Find_Case.
          MOVE "N" TO WS-CASE-FOUND-SW.
          MOVE 0 TO WS-case-live-nro.
          MOVE 0 TO WS-case-last-nro.
          PERFORM Set_Case_Key.
          MOVE 0 TO DSP-NRO-CASO.
          START DisputeFile KEY IS NOT LESS THAN DSP-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-CASE-SCAN-SW.
          IF NOT DisputeSuccess
             SET CASE-SCAN-DONE TO TRUE
          END-IF.
          PERFORM UNTIL CASE-SCAN-DONE
             READ DisputeFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT DisputeSuccess
                OR DSP-NRO-TARJ NOT = DTR-NRO-TARJ
                OR DSP-NRO-CUPON NOT = DTR-NRO-CUPON
                OR DSP-FECHA-COMPRA NOT = DTR-FECHA-COMPRA
                SET CASE-SCAN-DONE TO TRUE
             ELSE
                MOVE DSP-NRO-CASO TO WS-case-last-nro
                IF DSP-ESTADO = "O" OR DSP-ESTADO = "P"
                   MOVE DSP-NRO-CASO TO WS-case-live-nro
                END-IF
             END-IF
          END-PERFORM.

          IF WS-case-last-nro = 0
             EXIT PARAGRAPH
          END-IF.
          PERFORM Set_Case_Key.
          IF WS-case-live-nro > 0
             MOVE WS-case-live-nro TO DSP-NRO-CASO
          ELSE
             MOVE WS-case-last-nro TO DSP-NRO-CASO
          END-IF.
          READ DisputeFile
             INVALID KEY CONTINUE
          END-READ.
          IF DisputeSuccess
             MOVE "Y" TO WS-CASE-FOUND-SW
          END-IF.

       Set_Case_Key.
          MOVE DTR-NRO-TARJ TO DSP-NRO-TARJ.
          MOVE DTR-NRO-CUPON TO DSP-NRO-CUPON.
          MOVE DTR-FECHA-COMPRA TO DSP-FECHA-COMPRA.

      *> A state change goes straight back onto the master.
       Rewrite_Case.
          REWRITE DisputeRecord
             INVALID KEY CONTINUE
          END-REWRITE.
          IF NOT DisputeSuccess
             DISPLAY "WARNING: case for " DSP-NRO-TARJ " cupon "
                DSP-NRO-CUPON " not rewritten - status "
                DisputeStatus
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
             EXIT PARAGRAPH
          END-IF.

          IF WS-case-live-nro > 0
             MOVE "CASE ALREADY OPEN" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          IF WS-case-last-nro = 99
             MOVE "TOO MANY CASES ON COUPON" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          IF NOT HISTORY-AVAILABLE
             EXIT PARAGRAPH
          END-IF.

          PERFORM Read_Cupon_History.
          IF NOT HistorySuccess
             MOVE "COUPON NOT ON BILLED HISTORY" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          MOVE DTR-IMPORTE TO WS-cuo-facturado.
          PERFORM Get_Cuotas_Billed.
          IF DTR-IMPORTE > WS-cuo-facturado
             MOVE "AMOUNT OVER BILLED CUOTAS" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          PERFORM Set_Case_Key.
          COMPUTE DSP-NRO-CASO = WS-case-last-nro + 1.
          MOVE DTR-IMPORTE TO DSP-IMPORTE.
          MOVE "O" TO DSP-ESTADO.
          MOVE WS-TODAY-DDMMYYYY TO DSP-FECHA-ALTA.
          MOVE SPACES TO DSP-FECHA-RESOL.
          WRITE DisputeRecord
             INVALID KEY CONTINUE
          END-WRITE.
          IF NOT DisputeSuccess
             MOVE "CASE NOT WRITTEN TO MASTER" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-opened-count.

          MOVE "A" TO WS-cuo-estado-desde.
          MOVE "S" TO WS-cuo-estado-hasta.
          PERFORM Move_Cuotas_Plan.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Provisional credit: only an opened, not-yet-credited case
      *> qualifies.  The credit goes out now, in the payments-feed
      *> layout, and rides the next billing cycle like any payment.
       Apply_Provisional.
          IF NOT CASE-ON-FILE
             MOVE "CASE NOT ON FILE" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          IF DSP-ESTADO NOT = "O"
             MOVE "CASE NOT OPEN" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.

          PERFORM Cap_Cuotas_Credit.
          MOVE "P" TO DSP-ESTADO.
          PERFORM Rewrite_Case.
          PERFORM Write_Credit_Record.
          ADD 1 TO WS-provcr-count.
      *-----------------------------------------------------------*
      *> now - resolution in the cardholder's favor always ends
      *> with the money back.
       Apply_Resolve_Cardholder.
          IF NOT CASE-ON-FILE
             MOVE "CASE NOT ON FILE" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          EVALUATE DSP-ESTADO
             WHEN "O"
                PERFORM Cap_Cuotas_Credit
                PERFORM Write_Credit_Record
                CONTINUE
             WHEN "P"
                EXIT PARAGRAPH
          END-EVALUATE.

          MOVE "C" TO DSP-ESTADO.
          MOVE WS-TODAY-DDMMYYYY TO DSP-FECHA-RESOL.
          PERFORM Rewrite_Case.
          ADD 1 TO WS-res-card-count.

          MOVE "S" TO WS-cuo-estado-desde.
          MOVE "C" TO WS-cuo-estado-hasta.
          PERFORM Move_Cuotas_Plan.
          PERFORM Reverse_Cupon_Points.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Resolved for the merchant: the charge stands.  A case that
      *> had its provisional credit gets a "D" clawback so the next
      *> cycle takes the credit back out.
       Apply_Resolve_Merchant.
          IF NOT CASE-ON-FILE
             MOVE "CASE NOT ON FILE" TO WS-tran-reason
             PERFORM Reject_Tran
             EXIT PARAGRAPH
          END-IF.
          EVALUATE DSP-ESTADO
             WHEN "O"
                CONTINUE
             WHEN "P"
                EXIT PARAGRAPH
          END-EVALUATE.

          MOVE "M" TO DSP-ESTADO.
          MOVE WS-TODAY-DDMMYYYY TO DSP-FECHA-RESOL.
          PERFORM Rewrite_Case.
          ADD 1 TO WS-res-merch-count.

          MOVE "S" TO WS-cuo-estado-desde.
          MOVE "A" TO WS-cuo-estado-hasta.
          PERFORM Move_Cuotas_Plan.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The case key is the plan key.  A coupon not billed in
      *> cuotas has no plan, and a plan not in the expected state
      *> (already fully billed, say) is left as it is - either way
      *> the case itself stands.
      *> The billed part of the coupon's plan, into
      *> WS-cuo-facturado - left as it was when the coupon has no
      *> plan.  A cancelled plan has left the ledger, but a live
      *> case keeps its plan stopped, so a case's plan is on file.
       Get_Cuotas_Billed.
          IF NOT CUOTAS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE DTR-NRO-TARJ TO CUO-NRO-TARJ.
          MOVE DTR-NRO-CUPON TO CUO-NRO-CUPON.
          MOVE DTR-FECHA-COMPRA TO CUO-FECHA-COMPRA.
          READ CuotasFile
             INVALID KEY CONTINUE
          END-READ.
          IF CuotasSuccess
             COMPUTE WS-cuo-facturado =
                CUO-IMPORTE-TOTAL - CUO-IMPORTE-PEND
          END-IF.

      *> A case opened for more than its plan has billed gets
      *> credit only for the billed part - the case amount is cut
      *> down with it, so a later clawback takes back what was
      *> credited and no more.
       Cap_Cuotas_Credit.
          MOVE DSP-IMPORTE TO WS-cuo-facturado.
          PERFORM Get_Cuotas_Billed.
          IF WS-cuo-facturado < DSP-IMPORTE
             MOVE WS-cuo-facturado TO DSP-IMPORTE
          END-IF.

       Move_Cuotas_Plan.
          IF NOT CUOTAS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE DTR-NRO-TARJ TO CUO-NRO-TARJ.
          MOVE DTR-NRO-CUPON TO CUO-NRO-CUPON.
          MOVE DTR-FECHA-COMPRA TO CUO-FECHA-COMPRA.
          READ CuotasFile
             INVALID KEY CONTINUE
          END-READ.
          IF CuotasSuccess
             AND CUO-ESTADO = WS-cuo-estado-desde
             MOVE WS-cuo-estado-hasta TO CUO-ESTADO
             REWRITE CuotasRecord
                INVALID KEY CONTINUE
             END-REWRITE
             IF CuotasSuccess
                ADD 1 TO WS-plans-changed-count
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The charged-back coupon gives up the points it earned:
      *> taken from the lot of the cycle that billed it first, then
      *> from the account's other redeemable lots oldest first.
      *> What was already redeemed or expired is beyond reach and
      *> only counted.  HIST-PUNTOS is zeroed either way, so the
      *> coupon can never be reversed twice.
       Reverse_Cupon_Points.
          IF NOT HISTORY-AVAILABLE OR NOT POINTS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          PERFORM Read_Cupon_History.
          IF NOT HistorySuccess OR HIST-PUNTOS NOT NUMERIC
             OR HIST-PUNTOS = 0
             EXIT PARAGRAPH
          END-IF.

          MOVE HIST-PUNTOS TO WS-pts-pendientes.
          MOVE DTR-NRO-TARJ TO WS-pts-ref-tarj.
          MOVE DTR-NRO-CUPON TO WS-pts-ref-cupon.
      *> Card-Replacement re-filed the lots under the newest
      *> number's account, not the one the coupon billed under.
          PERFORM Find_Newest_Tarj.
          CALL 'checkcc' USING BY CONTENT WS-newest-tarj,
          BY REFERENCE WS-CreditCardValid,
          BY REFERENCE TarjetaRecord.
          MOVE TJ-NRO-CUENTA TO WS-pts-cuenta.
          STRING HIST-FECHA-CICLO(5:4) HIST-FECHA-CICLO(3:2)
                 HIST-FECHA-CICLO(1:2)
             DELIMITED BY SIZE INTO WS-pts-lote
          END-STRING.

          MOVE WS-pts-cuenta TO PTS-NRO-CUENTA.
          MOVE WS-pts-lote TO PTS-FECHA-CICLO.
          READ PointsFile
             INVALID KEY CONTINUE
          END-READ.
          IF PointsSuccess AND PTS-VIGENTE
             PERFORM Take_Points_From_Lot
          END-IF.

          MOVE WS-pts-cuenta TO PTS-NRO-CUENTA.
          MOVE LOW-VALUES TO PTS-FECHA-CICLO.
          START PointsFile KEY IS NOT LESS THAN PTS-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-PTS-SCAN-SW.
          IF NOT PointsSuccess
             SET PTS-SCAN-DONE TO TRUE
          END-IF.
          PERFORM UNTIL PTS-SCAN-DONE OR WS-pts-pendientes = 0
             READ PointsFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT PointsSuccess
                OR PTS-NRO-CUENTA NOT = WS-pts-cuenta
                SET PTS-SCAN-DONE TO TRUE
             ELSE
                IF PTS-VIGENTE
                   PERFORM Take_Points_From_Lot
                END-IF
             END-IF
          END-PERFORM.

          ADD WS-pts-pendientes TO WS-pts-unrecovered-count.
          MOVE 0 TO HIST-PUNTOS.
          REWRITE HistoryRecord
             INVALID KEY CONTINUE
          END-REWRITE.

       Take_Points_From_Lot.
          IF PTS-DISPONIBLES = 0 OR WS-pts-pendientes = 0
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
          ADD WS-pts-tomados TO WS-pts-reversed-count.

          MOVE PTS-NRO-CUENTA TO MOV-NRO-CUENTA.
          MOVE PTS-FECHA-CICLO TO MOV-FECHA-LOTE.
          MOVE "R" TO MOV-TIPO.
          MOVE WS-pts-tomados TO MOV-PUNTOS.
          MOVE WS-TODAY-DDMMYYYY TO MOV-FECHA.
          MOVE WS-pts-referencia TO MOV-REFERENCIA.
          WRITE PointsMoveRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The coupon's posted history.  A case moved to a new card
      *> by Card-Replacement still has its history under the number
      *> that billed it, so a miss is retried under each number the
      *> card replaced, newest first.  HistoryStatus tells whether
      *> it was found.
       Read_Cupon_History.
          MOVE DTR-NRO-TARJ TO HIST-NRO-TARJ.
          MOVE DTR-NRO-CUPON TO HIST-NRO-CUPON.
          MOVE SPACES TO WS-HIST-FECHA.
          MOVE DTR-FECHA-COMPRA TO WS-HIST-FECHA(3:8).
          MOVE WS-HIST-FECHA TO HIST-FECHA-COMPRA.
          READ HistoryFile
             INVALID KEY CONTINUE
          END-READ.
          IF HistorySuccess OR NOT XREF-AVAILABLE
             EXIT PARAGRAPH
          END-IF.

          MOVE DTR-NRO-TARJ TO WS-link-tarj.
          MOVE 0 TO WS-link-steps.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE OR HistorySuccess
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-ANTERIOR TO TRUE
             PERFORM Read_Xref_Link
             IF NOT LINK-DONE
                MOVE WS-link-tarj TO HIST-NRO-TARJ
                MOVE DTR-NRO-CUPON TO HIST-NRO-CUPON
                MOVE WS-HIST-FECHA TO HIST-FECHA-COMPRA
                READ HistoryFile
                   INVALID KEY CONTINUE
                END-READ
             END-IF
          END-PERFORM.

      *> The case's card may itself have been replaced since - the
      *> chain of "N" links ends at the number in use today.
       Find_Newest_Tarj.
          MOVE DTR-NRO-TARJ TO WS-newest-tarj.
          IF NOT XREF-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE DTR-NRO-TARJ TO WS-link-tarj.
          MOVE 0 TO WS-link-steps.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-NUEVA TO TRUE
             PERFORM Read_Xref_Link
             IF NOT LINK-DONE
                MOVE WS-link-tarj TO WS-newest-tarj
             END-IF
          END-PERFORM.

      *> One step along the chain - the linked number becomes the
      *> next one looked up.
       Read_Xref_Link.
          READ TarjetaXrefFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT XrefSuccess OR WS-link-steps >= WS-MAX-LINKS
             SET LINK-DONE TO TRUE
          ELSE
             ADD 1 TO WS-link-steps
             MOVE XRF-TARJ-REL TO WS-link-tarj
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Write_Credit_Record.
          MOVE DSP-NRO-TARJ TO DCR-NRO-TARJ.
          MOVE DSP-NRO-CUPON TO DCR-NRO-PAGO.
          MOVE SPACES TO DCR-FILLER.
          MOVE WS-TODAY-DDMMYYYY TO DCR-FECHA-DDMMYYYY.
          MOVE DSP-IMPORTE TO DCR-IMPORTE.
          MOVE "C" TO DCR-TIPO.
          WRITE DisputeCreditRecord.
          ADD 1 TO WS-credit-count.

       Write_Clawback_Record.
          MOVE DSP-NRO-TARJ TO DCR-NRO-TARJ.
          MOVE DSP-NRO-CUPON TO DCR-NRO-PAGO.
          MOVE SPACES TO DCR-FILLER.
          MOVE WS-TODAY-DDMMYYYY TO DCR-FECHA-DDMMYYYY.
          MOVE DSP-IMPORTE TO DCR-IMPORTE.
          MOVE "D" TO DCR-TIPO.
          WRITE DisputeCreditRecord.
          ADD 1 TO WS-credit-count.
          WRITE DisputeTranErrorRecord.
          ADD 1 TO WS-error-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "Dispute maintenance run complete.".
          DISPLAY "  Resolved-cardholder : " WS-res-card-count.
          DISPLAY "  Resolved-merchant   : " WS-res-merch-count.
          DISPLAY "  Rejected            : " WS-error-count.
          DISPLAY "  Cuotas plans changed: " WS-plans-changed-count.
          DISPLAY "  Points reversed     : " WS-pts-reversed-count.
          DISPLAY "  Points unrecoverable: " WS-pts-unrecovered-count.
      *> Credits apply nowhere on their own - same rule as the
      *> suspense release payments.
          IF WS-credit-count > 0
