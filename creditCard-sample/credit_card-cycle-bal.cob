       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Cycle-Balance.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: end-of-cycle proof of input, run once the
      *    cycle stands POSTED (after Saldo-Posting and
      *    Autopay-Extract) and before Cycle-Close.  From the
      *    billing run's CC_PROOF.DAT it proves, per feed and in
      *    total, that the records received equal the sum of
      *    billed, held, suspended, rejected, duplicate, FX reject
      *    and the other dispositions, by count and by IMPORTE, and
      *    that each disposition agrees with the file it went to
      *    (CUPONHLD.NEW, SUSPENSE.DAT, CC_ERRORS.DAT, CC_DUPS.DAT,
      *    CC_FRAUDREV.DAT, CC_RECPAGO.DAT).  It then carries the
      *    totals across the steps: what billing released to the
      *    sort against the statements on CC_EXTRACT.DAT, the
      *    statements' new balances against what Saldo-Posting
      *    posted to SALDOS.DAT (skipped postings are the explained
      *    difference), and the statements' minimum payments and
      *    balances against the debit orders Autopay-Extract put on
      *    AUTOPAY.DAT.  Everything goes to CC_BALANCE.DAT, which
      *    ends with the result line Cycle-Close reads: any line
      *    out of balance holds the cycle open until an operator
      *    signs it off on BALSIGN.DAT.
      *  - The suspense count leaves out the recovery payments
      *    Charge-Off suspends ("NO CHARGE-OFF ON LEDGER") - they go
      *    on SUSPENSE.DAT at age 0 too, but not from billing.
      *  - CC_EXTRACT.DAT, SUSPENSE.DAT, CC_DUPS.DAT and
      *    CC_FRAUDREV.DAT records are read in their full layouts,
      *    so no record is read back as two.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> The billing run's proof of input for the cycle.
          SELECT ProofFile ASSIGN TO "..\files\CC_PROOF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ProofStatus.

          *> The cycle's statement extract - one record per account.
          SELECT ExtractFile ASSIGN TO "..\files\CC_EXTRACT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ExtractStatus.

          *> Work index of the statements by account - rebuilt
          *> every run.
          SELECT BalanceIndexFile ASSIGN TO "..\files\balidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS BIX-NRO-CUENTA
          FILE STATUS IS BalanceIndexStatus.

          *> Debts - same file/key layout Saldo-Posting writes.
          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          *> Saldo-Posting's audit trail - one line per account.
          SELECT PostAuditFile ASSIGN TO "..\files\CC_POSTAUD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PostAuditStatus.

          *> Autopay-Extract's bank collection file.
          SELECT AutopayFile ASSIGN TO "..\files\AUTOPAY.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AutopayStatus.

          *> Card master - read for the auto-pay enrollment.
          SELECT TarjetaFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          FILE STATUS IS TarjetaStatus.

          *> Where the billing run sent what it did not bill.  The
          *> multi-cycle stores are OPTIONAL there and here.
          SELECT HoldNewFile ASSIGN TO "..\files\CUPONHLD.NEW"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HoldNewStatus.

          SELECT OPTIONAL SuspenseFile
          ASSIGN TO "..\files\SUSPENSE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ErrorFile ASSIGN TO "..\files\CC_ERRORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ErrorStatus.

          SELECT DupFile ASSIGN TO "..\files\CC_DUPS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DupStatus.

          SELECT OPTIONAL FraudReviewFile
          ASSIGN TO "..\files\CC_FRAUDREV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL RecoveryPagoFile
          ASSIGN TO "..\files\CC_RECPAGO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> The balancing report - its title names the cycle and
          *> its result line is what Cycle-Close gates on.
          SELECT BalanceReportFile ASSIGN TO "..\files\CC_BALANCE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BalanceReportStatus.

          *> Cycle run-control record - as-of date plus where the
          *> cycle stands (OPEN / BILLED / POSTED / CLOSED).
          SELECT CycleStatusFile ASSIGN TO "..\files\CYCLSTAT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CycleStatusStatus.

          *> Optional run parameters - balance as-of date, the same
          *> file every cycle program derives its dates from.
          SELECT RunParmFile ASSIGN TO "..\files\RUNPARM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RunParmStatus.

       DATA DIVISION.
       FILE SECTION.

      *> Same record areas the billing run writes.
       FD ProofFile.
       01 ProofHeaderRecord.
         88 EOF-PROOF VALUE HIGH-VALUES.
         03 PRH-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 PRH-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 PRH-REINICIO                 PIC X(1).
       01 ProofFeedRecord.
         03 PRF-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 PRF-SLOT                     PIC 9(2).
         03 FILLER                       PIC X(1).
         03 PRF-PATH                     PIC X(60).
         03 FILLER                       PIC X(1).
         03 PRF-CONTROL                  PIC X(1).
         03 FILLER                       PIC X(1).
         03 PRF-TRL-COUNT                PIC 9(7).
         03 FILLER                       PIC X(1).
         03 PRF-TRL-HASH                 PIC 9(10)V99.
         03 PRF-DISP OCCURS 11 TIMES.
            05 FILLER                    PIC X(1).
            05 PRF-COUNT                 PIC 9(7).
            05 FILLER                    PIC X(1).
            05 PRF-IMPORTE               PIC 9(10)V99.
       01 ProofTotalRecord.
         03 PRT-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 PRT-SORT-COUNT               PIC 9(7).
         03 FILLER                       PIC X(1).
         03 PRT-SORT-CARGOS              PIC S9(12)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1).
         03 PRT-SORT-PAGOS               PIC S9(12)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1).
         03 PRT-CUENTAS                  PIC 9(7).
         03 FILLER                       PIC X(1).
         03 PRT-FACTURADO                PIC 9(12)V99.
         03 FILLER                       PIC X(1).
         03 PRT-ARRASTRE-COUNT           PIC 9(7).
         03 FILLER                       PIC X(1).
         03 PRT-ARRASTRE-IMPORTE         PIC 9(10)V99.

       FD ExtractFile.
       01 ExtractRecord.
         88 EOF-EXTRACT VALUE HIGH-VALUES.
         03 EXT-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1).
         03 EXT-TITULAR                  PIC X(30).
         03 FILLER                       PIC X(1).
         03 EXT-DOCUMENTO                PIC 9(11).
         03 FILLER                       PIC X(1).
         03 EXT-SALDO-ANTERIOR           PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 EXT-CARGO-FINANCIERO         PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 EXT-CARGOS-PERIODO           PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 EXT-PAGOS-PERIODO            PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1).
         03 EXT-NUEVO-SALDO              PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1).
         03 EXT-PAGO-MINIMO              PIC 9(10)V99.
         03 FILLER                       PIC X(1).
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

       FD BalanceIndexFile.
       01 BalanceIndexRecord.
         02 BIX-NRO-CUENTA               PIC 9(10).
         02 BIX-NUEVO-SALDO              PIC S9(10)V99.
         02 BIX-PAGO-MINIMO              PIC 9(10)V99.
      *> Space - no posting seen; "P" - posted; "S" - skipped.
         02 BIX-POSTEO                   PIC X(1).
           88 BIX-SIN-POSTEO             VALUE SPACE.
      *> "Y" once AUTOPAY.DAT carried a debit order for the account.
         02 BIX-DEBITO                   PIC X(1).
           88 BIX-CON-DEBITO             VALUE "Y".
         02 BIX-DEBITO-MODO              PIC X(1).
         02 BIX-DEBITO-IMPORTE           PIC 9(10)V99.

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ            PIC 9(10).
           04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE                 PIC 9(6)V99.

       FD PostAuditFile.
       01 PostAuditRecord.
         88 EOF-POST-AUDIT VALUE HIGH-VALUES.
         03 AUD-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1).
         03 AUD-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1).
         03 AUD-OLD-IMPORTE              PIC 9(6)V99.
         03 FILLER                       PIC X(1).
         03 AUD-NEW-FLAG                 PIC X(3).
         03 FILLER                       PIC X(1).
         03 AUD-NEW-IMPORTE              PIC S9(10)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1).
         03 AUD-ACTION                   PIC X(10).
           88 AUD-POSTEADO               VALUE "POSTED" "POSTED-OVR".
         03 FILLER                       PIC X(1).
         03 AUD-REASON                   PIC X(30).

       FD AutopayFile.
       01 AutopayRecord.
         88 EOF-AUTOPAY VALUE HIGH-VALUES.
         03 APY-NRO-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1).
         03 APY-CTA-BANCO                PIC X(20).
         03 FILLER                       PIC X(1).
         03 APY-MODO                     PIC X(1).
         03 FILLER                       PIC X(1).
         03 APY-IMPORTE                  PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 APY-FECHA-CICLO              PIC X(8).
       01 AutopayTrailerRecord.
         03 APYT-ID                      PIC X(1).
         03 APYT-COUNT                   PIC 9(7).
         03 APYT-TOTAL                   PIC 9(12)V99.

      *> Card master - same file/key layout Tarjeta-Maintenance
      *> owns.
       FD TarjetaFile.
       01 TarjetaMasterRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ                PIC 9(10).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-ESTADO                    PIC X(1).
         02 TJ-LIMITE-CREDITO            PIC 9(8)V99.
         02 TJ-PRODUCTO                  PIC X(3).
         02 TJ-NRO-CUENTA                PIC 9(10).
         02 TJ-DEBITO-CTA                PIC X(20).
         02 TJ-DEBITO-MODO               PIC X(1).

       FD HoldNewFile.
       01 HoldNewRecord.
         88 EOF-HOLD-NEW VALUE HIGH-VALUES.
         03 HNEW-NRO-TARJ                PIC 9(10).
         03 HNEW-NRO-CUPON               PIC 9(5).
         03 HNEW-FECHA-COMPRA            PIC X(10).
         03 HNEW-IMPORTE                 PIC 9(6)V99.
         03 HNEW-COMERCIO                PIC 9(6).
         03 HNEW-MONEDA                  PIC X(3).
         03 HNEW-CUOTAS                  PIC 9(2).

       FD SuspenseFile.
       01 SuspenseRecord.
         88 EOF-SUSPENSE VALUE HIGH-VALUES.
         03 SUSP-NRO-TARJ                PIC 9(10).
         03 FILLER                       PIC X(1).
         03 SUSP-NRO-CUPON               PIC 9(5).
         03 FILLER                       PIC X(1).
         03 SUSP-FECHA-COMPRA            PIC X(8).
         03 FILLER                       PIC X(1).
         03 SUSP-IMPORTE                 PIC 9(6)V99.
         03 FILLER                       PIC X(1).
         03 SUSP-TIPO                    PIC X(1).
         03 FILLER                       PIC X(1).
         03 SUSP-REASON                  PIC X(30).
           88 SUSP-FROM-CHARGE-OFF  VALUE "NO CHARGE-OFF ON LEDGER".
         03 FILLER                       PIC X(1).
         03 SUSP-CYCLE-AGE               PIC 9(3).
         03 FILLER                       PIC X(1).
         03 SUSP-COMERCIO                PIC 9(6).
         03 FILLER                       PIC X(1).
         03 SUSP-MONEDA                  PIC X(3).
         03 FILLER                       PIC X(1).
         03 SUSP-CUOTAS                  PIC 9(2).

       FD ErrorFile.
       01 ErrorRecord.
         88 EOF-ERROR VALUE HIGH-VALUES.
         03 ERR-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1).
         03 ERR-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1).
         03 ERR-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1).
         03 ERR-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1).
         03 ERR-REASON                   PIC X(30).

       FD DupFile.
       01 DupRecord.
         88 EOF-DUP VALUE HIGH-VALUES.
         03 DUP-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1).
         03 DUP-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1).
         03 DUP-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1).
         03 DUP-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1).
         03 DUP-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 DUP-FEED-SLOT                PIC 9(2).
         03 FILLER                       PIC X(1).
         03 DUP-ORIG-CICLO               PIC X(8).
         03 FILLER                       PIC X(1).
         03 DUP-ORIG-SLOT                PIC 9(2).

       FD FraudReviewFile.
       01 FraudReviewRecord.
         88 EOF-FRAUD-REVIEW VALUE HIGH-VALUES.
         03 FRV-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1).
         03 FRV-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1).
         03 FRV-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1).
         03 FRV-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1).
         03 FRV-COMERCIO                 PIC 9(6).
         03 FILLER                       PIC X(1).
         03 FRV-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1).
         03 FRV-CUOTAS                   PIC 9(2).
         03 FILLER                       PIC X(1).
         03 FRV-REGLA                    PIC X(30).
         03 FILLER                       PIC X(1).
         03 FRV-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 FRV-TARJ-NUEVA               PIC 9(10).
         03 FILLER                       PIC X(1).
         03 FRV-ESTADO                   PIC X(1).

       FD RecoveryPagoFile.
       01 RecoveryPagoRecord.
         88 EOF-RECOVERY-PAGO VALUE HIGH-VALUES.
         03 RCP-NRO-TARJ                 PIC 9(10).
         03 RCP-NRO-PAGO                 PIC 9(5).
         03 RCP-FECHA-PAGO               PIC X(10).
         03 RCP-IMPORTE                  PIC 9(6)V99.
         03 RCP-TIPO                     PIC X(1).

       FD BalanceReportFile.
       01 BalanceReportRecord            PIC X(132).
      *> The title line - Cycle-Close checks its cycle date.
       01 BalanceReportTitle.
         03 BRT-TITULO                   PIC X(36).
         03 BRT-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(88).

       FD CycleStatusFile.
       01 CycleStatusRecord.
         03 CYC-FECHA-SALDO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 CYC-ESTADO                   PIC X(8).

       FD RunParmFile.
       01 RunParmRecord.
         88 EOF-RUN-PARM VALUE HIGH-VALUES.
         03 RP-BALANCE-DATE              PIC X(8).

       WORKING-STORAGE SECTION.
       01   ProofStatus                  PIC X(2).
           88 ProofSuccess    VALUE "00".
       01   ExtractStatus                PIC X(2).
           88 ExtractSuccess  VALUE "00".
       01   BalanceIndexStatus           PIC X(2).
           88 BalanceIndexSuccess VALUE "00".
       01   SaldoStatus                  PIC X(2).
           88 SaldoSuccess    VALUE "00".
       01   PostAuditStatus              PIC X(2).
           88 PostAuditSuccess VALUE "00".
       01   AutopayStatus                PIC X(2).
           88 AutopaySuccess  VALUE "00".
       01   TarjetaStatus                PIC X(2).
           88 TarjetaSuccess  VALUE "00".
       01   HoldNewStatus                PIC X(2).
           88 HoldNewSuccess  VALUE "00".
       01   ErrorStatus                  PIC X(2).
           88 ErrorSuccess    VALUE "00".
       01   DupStatus                    PIC X(2).
           88 DupSuccess      VALUE "00".
       01   BalanceReportStatus          PIC X(2).
           88 BalanceReportSuccess VALUE "00".
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01   RunParmStatus                PIC X(2).
           88 RunParmSuccess  VALUE "00".

       01 WS-BALANCE-AS-OF-DATE          PIC X(8).
       01 WS-cycle-estado                PIC X(8).
       01 WS-REPORT-TITLE                PIC X(36)
          VALUE "CUADRE DE ENTRADAS DEL CICLO".

      *>-------------------------------------------------------------*
      *> The billing run's proof, as loaded: one row per feed slot
      *> plus the PAGOS.DAT row, the eleven dispositions in the
      *> order CC_PROOF.DAT carries them, and the run's totals.
      *>-------------------------------------------------------------*
       01 WS-MAX-FEEDS                   PIC 9(2) VALUE 7.
       01 WS-FEED-COUNT                  PIC 9(2) VALUE 0.
       01 WS-FEED-IDX                    PIC 9(2).
       01 WS-DISP-IDX                    PIC 9(2).
       01 WS-FEED-TABLE.
          02 WS-FEED-ENTRY OCCURS 7 TIMES.
             03 WS-FEED-ID               PIC X(1).
             03 WS-FEED-SLOT             PIC 9(2).
             03 WS-FEED-PATH             PIC X(60).
             03 WS-FEED-CONTROL          PIC X(1).
             03 WS-FEED-TRL-COUNT        PIC 9(7).
             03 WS-FEED-TRL-HASH         PIC 9(10)V99.
             03 WS-FEED-DISP OCCURS 11 TIMES.
                04 WS-FEED-DISP-COUNT    PIC 9(7).
                04 WS-FEED-DISP-IMPORTE  PIC 9(10)V99.
       01 WS-TOTAL-TABLE                 VALUE ZEROES.
          02 WS-TOTAL-DISP OCCURS 11 TIMES.
             03 WS-TOTAL-DISP-COUNT      PIC 9(7).
             03 WS-TOTAL-DISP-IMPORTE    PIC 9(12)V99.
       01 WS-DISP-LABELS.
          03 FILLER PIC X(34) VALUE "  Recibidos".
          03 FILLER PIC X(34) VALUE "    Facturados".
          03 FILLER PIC X(34) VALUE "    Retenidos (CUPONHLD.NEW)".
          03 FILLER PIC X(34) VALUE "    En suspenso (SUSPENSE.DAT)".
          03 FILLER PIC X(34) VALUE "    Rechazados (CC_ERRORS.DAT)".
          03 FILLER PIC X(34) VALUE "    Duplicados (CC_DUPS.DAT)".
          03 FILLER PIC X(34) VALUE "    Sin cotizacion (CC_ERRORS)".
          03 FILLER PIC X(34) VALUE "    Revision fraude (CC_FRAUDREV)".
          03 FILLER PIC X(34) VALUE "    Cargos mora anulados".
          03 FILLER PIC X(34) VALUE "    Recupero (CC_RECPAGO.DAT)".
          03 FILLER PIC X(34) VALUE "    Ya procesados (reinicio)".
       01 WS-DISP-LABEL-TABLE REDEFINES WS-DISP-LABELS.
          03 WS-DISP-LABEL               PIC X(34) OCCURS 11 TIMES.
      *> Column numbers of the dispositions checked against a file.
       01 WS-DISP-RECIBIDO               PIC 9(2) VALUE 1.
       01 WS-DISP-RETENIDO               PIC 9(2) VALUE 3.
       01 WS-DISP-SUSPENSO               PIC 9(2) VALUE 4.
       01 WS-DISP-RECHAZADO              PIC 9(2) VALUE 5.
       01 WS-DISP-DUPLICADO              PIC 9(2) VALUE 6.
       01 WS-DISP-RECHAZO-FX             PIC 9(2) VALUE 7.
       01 WS-DISP-FRAUDE                 PIC 9(2) VALUE 8.
       01 WS-DISP-RECUPERO               PIC 9(2) VALUE 10.

       01 WS-PROOF-REINICIO              PIC X(1).
          88 PROOF-FROM-RESTART          VALUE "Y".
       01 WS-proof-sort-cargos           PIC S9(12)V99.
       01 WS-proof-sort-pagos            PIC S9(12)V99.
       01 WS-proof-cuentas               PIC 9(7).
       01 WS-proof-facturado             PIC 9(12)V99.
       01 WS-proof-arrastre-count        PIC 9(7).
       01 WS-proof-arrastre-importe      PIC 9(10)V99.

      *>-------------------------------------------------------------*
      *> One comparison: side 1 is what the earlier step says, side
      *> 2 what the next step or file shows.  Any difference is a
      *> line out of balance.
      *>-------------------------------------------------------------*
       01 WS-line-label                  PIC X(34).
       01 WS-lado1-count                 PIC S9(7).
       01 WS-lado1-importe               PIC S9(12)V99.
       01 WS-lado2-count                 PIC S9(7).
       01 WS-lado2-importe               PIC S9(12)V99.
       01 WS-dif-count                   PIC S9(7).
       01 WS-dif-importe                 PIC S9(12)V99.
       01 WS-fuera-count                 PIC 9(5) VALUE 0.
       01 WS-sum-count                   PIC 9(7).
       01 WS-sum-importe                 PIC 9(12)V99.
       01 WS-file-count                  PIC 9(7).
       01 WS-file-importe                PIC 9(12)V99.

      *>-------------------------------------------------------------*
      *> Statements, postings and debit orders.
      *>-------------------------------------------------------------*
       01 WS-ext-count                   PIC 9(7) VALUE 0.
       01 WS-ext-dup-count               PIC 9(7) VALUE 0.
       01 WS-ext-cargos                  PIC S9(12)V99 VALUE 0.
       01 WS-ext-pagos                   PIC S9(12)V99 VALUE 0.
       01 WS-ext-facturado               PIC S9(12)V99 VALUE 0.
       01 WS-ext-nuevo-saldo             PIC S9(12)V99 VALUE 0.
       01 WS-ext-minimo-count            PIC 9(7) VALUE 0.
       01 WS-ext-minimo                  PIC S9(12)V99 VALUE 0.

       01 WS-post-count                  PIC 9(7) VALUE 0.
       01 WS-post-total                  PIC S9(12)V99 VALUE 0.
       01 WS-skip-count                  PIC 9(7) VALUE 0.
       01 WS-skip-total                  PIC S9(12)V99 VALUE 0.
       01 WS-post-dup-count              PIC 9(7) VALUE 0.
       01 WS-saldo-count                 PIC 9(7) VALUE 0.
       01 WS-saldo-total                 PIC S9(12)V99 VALUE 0.

       01 WS-AUTOPAY-SW                  PIC X(1) VALUE "N".
          88 AUTOPAY-FILE-FOUND          VALUE "Y".
       01 WS-APY-TRAILER-SW              PIC X(1) VALUE "N".
          88 AUTOPAY-TRAILER-SEEN        VALUE "Y".
       01 WS-apy-count                   PIC 9(7) VALUE 0.
       01 WS-apy-total                   PIC S9(12)V99 VALUE 0.
       01 WS-apy-trl-count               PIC 9(7) VALUE 0.
       01 WS-apy-trl-total               PIC 9(12)V99 VALUE 0.
       01 WS-esperado-count              PIC 9(7) VALUE 0.
       01 WS-esperado-total              PIC S9(12)V99 VALUE 0.
       01 WS-expected-amount             PIC S9(10)V99.
       01 WS-ENROLLED-SW                 PIC X(1).
          88 ACCOUNT-DEBIT-EXPECTED      VALUE "Y".
       01 WS-EXPECTED-MODO               PIC X(1).
       01 WS-INDEX-EOF-SW                PIC X(1).
          88 EOF-BALANCE-INDEX           VALUE "Y".

      *>-------------------------------------------------------------*
      *> Report lines.
      *>-------------------------------------------------------------*
       01 WS-report-line                 PIC X(132).

       01 BalanceHeadingLine.
         03 FILLER                       PIC X(34) VALUE "CONCEPTO".
         03 FILLER                       PIC X(8)  VALUE "  CANT.".
         03 FILLER                       PIC X(18)
                                         VALUE "         IMPORTE".
         03 FILLER                       PIC X(8)  VALUE "  CANT.".
         03 FILLER                       PIC X(18)
                                         VALUE "         IMPORTE".
         03 FILLER                       PIC X(9)  VALUE "   DIF.".
         03 FILLER                       PIC X(18)
                                         VALUE "    DIF. IMPORTE".
         03 FILLER                       PIC X(16) VALUE "ESTADO".

       01 BalanceLine.
         03 BL-LABEL                     PIC X(34).
         03 BL-COUNT-1                   PIC Z(6)9.
         03 FILLER                       PIC X(1).
         03 BL-IMPORTE-1                 PIC Z(11)9.99-.
         03 FILLER                       PIC X(2).
         03 BL-COUNT-2                   PIC Z(6)9.
         03 FILLER                       PIC X(1).
         03 BL-IMPORTE-2                 PIC Z(11)9.99-.
         03 FILLER                       PIC X(2).
         03 BL-DIF-COUNT                 PIC Z(6)9-.
         03 FILLER                       PIC X(1).
         03 BL-DIF-IMPORTE               PIC Z(11)9.99-.
         03 FILLER                       PIC X(2).
         03 BL-ESTADO                    PIC X(16).

       01 BalanceExceptionLine           VALUE SPACES.
         03 FILLER                       PIC X(4).
         03 BEL-CUENTA                   PIC 9(10).
         03 FILLER                       PIC X(2).
         03 BEL-DETALLE                  PIC X(36).
         03 BEL-IMPORTE-1                PIC Z(11)9.99-.
         03 FILLER                       PIC X(2).
         03 BEL-IMPORTE-2                PIC Z(11)9.99-.
         03 FILLER                       PIC X(2).
         03 BEL-ESTADO                   PIC X(16).

      *> Cycle-Close reads the first two fields.
       01 BalanceResultLine.
         03 BRL-LABEL                    PIC X(12).
         03 BRL-ESTADO                   PIC X(16).
         03 FILLER                       PIC X(4).
         03 BRL-TEXTO                    PIC X(22).
         03 BRL-COUNT                    PIC Z(4)9.

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
          PERFORM Load_Run_Parameters.
          PERFORM Check_Cycle_Status.
          PERFORM Load_Proof.
          PERFORM Build_Statement_Index.

          OPEN OUTPUT BalanceReportFile.
          MOVE SPACES TO BalanceReportTitle.
          MOVE WS-REPORT-TITLE TO BRT-TITULO.
          MOVE WS-BALANCE-AS-OF-DATE TO BRT-FECHA-CICLO.
          WRITE BalanceReportTitle.
          MOVE SPACES TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.
          WRITE BalanceReportRecord FROM BalanceHeadingLine.

          PERFORM Prove_Feeds.
          PERFORM Prove_Destination_Files.
          PERFORM Prove_Statements.
          PERFORM Prove_Posting.
          PERFORM Prove_Autopay.
          PERFORM Write_Result.

          CLOSE BalanceReportFile.
          CLOSE BalanceIndexFile.

          DISPLAY "Cycle " WS-BALANCE-AS-OF-DATE
             " balancing written to CC_BALANCE.DAT.".
          IF WS-fuera-count = 0
             DISPLAY "  EN BALANCE"
          ELSE
             DISPLAY "  FUERA DE BALANCE - " WS-fuera-count
                " line(s) - Cycle-Close needs the operator's "
                "sign-off on BALSIGN.DAT"
          END-IF.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Balance-snapshot as-of date: defaults to the system run
      *> date, overridable from RunParmFile - the same rule the
      *> billing run applies, so the whole chain gates on one date.
       Load_Run_Parameters.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          STRING WS-CURRENT-DAY WS-CURRENT-MONTH WS-CURRENT-YEAR
             DELIMITED BY SIZE INTO WS-BALANCE-AS-OF-DATE
          END-STRING.

          OPEN INPUT RunParmFile.
          IF RunParmSuccess
             READ RunParmFile
                AT END SET EOF-RUN-PARM TO TRUE
             END-READ
             IF NOT EOF-RUN-PARM AND RP-BALANCE-DATE NOT = SPACES
                MOVE RP-BALANCE-DATE TO WS-BALANCE-AS-OF-DATE
             END-IF
             CLOSE RunParmFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The gate: the proof covers the whole chain through the
      *> posting, so the cycle must stand POSTED for this as-of
      *> date.  Rerunning it in that window just rewrites the
      *> report.
       Check_Cycle_Status.
          OPEN INPUT CycleStatusFile.
          IF NOT CycleStatusSuccess
             DISPLAY "CYCLE CONTROL: no CYCLSTAT.DAT - run the "
                "cycle chain through posting first - run stopped"
             STOP RUN
          END-IF.
          READ CycleStatusFile
             AT END CONTINUE
          END-READ.
          MOVE CYC-ESTADO TO WS-cycle-estado.
          CLOSE CycleStatusFile.

          IF CYC-FECHA-SALDO NOT = WS-BALANCE-AS-OF-DATE
             DISPLAY "CYCLE CONTROL: run-control is for cycle "
                CYC-FECHA-SALDO " (" WS-cycle-estado "), not "
                WS-BALANCE-AS-OF-DATE " - run stopped"
             STOP RUN
          END-IF.
          IF WS-cycle-estado NOT = "POSTED"
             DISPLAY "CYCLE CONTROL: cycle " WS-BALANCE-AS-OF-DATE
                " stands " WS-cycle-estado " - balancing runs on a "
                "POSTED cycle - run stopped"
             STOP RUN
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The proof must be this cycle's - a leftover from an earlier
      *> cycle would balance the wrong run.
       Load_Proof.
          OPEN INPUT ProofFile.
          IF NOT ProofSuccess
             DISPLAY "No CC_PROOF.DAT - status " ProofStatus
                " - rerun billing for cycle " WS-BALANCE-AS-OF-DATE
                " - run stopped"
             STOP RUN
          END-IF.
          READ ProofFile
             AT END SET EOF-PROOF TO TRUE
          END-READ.
          IF EOF-PROOF OR PRH-ID NOT = "H"
             OR PRH-FECHA-CICLO NOT = WS-BALANCE-AS-OF-DATE
             DISPLAY "CC_PROOF.DAT is not the proof of cycle "
                WS-BALANCE-AS-OF-DATE " - run stopped"
             CLOSE ProofFile
             STOP RUN
          END-IF.
          MOVE PRH-REINICIO TO WS-PROOF-REINICIO.

          MOVE 0 TO WS-proof-sort-cargos.
          MOVE 0 TO WS-proof-sort-pagos.
          MOVE 0 TO WS-proof-cuentas.
          MOVE 0 TO WS-proof-facturado.
          MOVE 0 TO WS-proof-arrastre-count.
          MOVE 0 TO WS-proof-arrastre-importe.

          PERFORM UNTIL EOF-PROOF
             READ ProofFile
                AT END SET EOF-PROOF TO TRUE
             END-READ
             IF NOT EOF-PROOF
                EVALUATE PRH-ID
                   WHEN "F"
                   WHEN "P"
                      PERFORM Store_Proof_Feed
                   WHEN "S"
                      MOVE PRT-SORT-CARGOS TO WS-proof-sort-cargos
                      MOVE PRT-SORT-PAGOS TO WS-proof-sort-pagos
                      MOVE PRT-CUENTAS TO WS-proof-cuentas
                      MOVE PRT-FACTURADO TO WS-proof-facturado
                      MOVE PRT-ARRASTRE-COUNT
                         TO WS-proof-arrastre-count
                      MOVE PRT-ARRASTRE-IMPORTE
                         TO WS-proof-arrastre-importe
                END-EVALUATE
             END-IF
          END-PERFORM.
          CLOSE ProofFile.

       Store_Proof_Feed.
          IF WS-FEED-COUNT >= WS-MAX-FEEDS
             DISPLAY "CC_PROOF.DAT has more feeds than expected ("
                WS-MAX-FEEDS ") - run stopped"
             STOP RUN
          END-IF.
          ADD 1 TO WS-FEED-COUNT.
          MOVE PRF-ID TO WS-FEED-ID(WS-FEED-COUNT).
          MOVE PRF-SLOT TO WS-FEED-SLOT(WS-FEED-COUNT).
          MOVE PRF-PATH TO WS-FEED-PATH(WS-FEED-COUNT).
          MOVE PRF-CONTROL TO WS-FEED-CONTROL(WS-FEED-COUNT).
          MOVE PRF-TRL-COUNT TO WS-FEED-TRL-COUNT(WS-FEED-COUNT).
          MOVE PRF-TRL-HASH TO WS-FEED-TRL-HASH(WS-FEED-COUNT).
          PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
             UNTIL WS-DISP-IDX > 11
             MOVE PRF-COUNT(WS-DISP-IDX)
                TO WS-FEED-DISP-COUNT(WS-FEED-COUNT, WS-DISP-IDX)
             MOVE PRF-IMPORTE(WS-DISP-IDX)
                TO WS-FEED-DISP-IMPORTE(WS-FEED-COUNT, WS-DISP-IDX)
             ADD PRF-COUNT(WS-DISP-IDX)
                TO WS-TOTAL-DISP-COUNT(WS-DISP-IDX)
             ADD PRF-IMPORTE(WS-DISP-IDX)
                TO WS-TOTAL-DISP-IMPORTE(WS-DISP-IDX)
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The statements go on a work index by account, so the
      *> posting and debit-order passes can find each one by key.
      *> A restarted billing run EXTENDs CC_EXTRACT.DAT, so an
      *> account re-reported after its checkpoint appears twice -
      *> the first record wins, the way Autopay-Extract reads it.
       Build_Statement_Index.
          OPEN OUTPUT BalanceIndexFile.
          CLOSE BalanceIndexFile.
          OPEN I-O BalanceIndexFile.
          IF NOT BalanceIndexSuccess
             DISPLAY "Unable to open balidx.dat - status "
                BalanceIndexStatus
             STOP RUN
          END-IF.

          OPEN INPUT ExtractFile.
          IF NOT ExtractSuccess
             DISPLAY "No CC_EXTRACT.DAT for this cycle - status "
                ExtractStatus " - run stopped"
             STOP RUN
          END-IF.

          PERFORM Read_Extract_File.
          PERFORM UNTIL EOF-EXTRACT
             PERFORM Index_Statement
             PERFORM Read_Extract_File
          END-PERFORM.
          CLOSE ExtractFile.

       Read_Extract_File.
          READ ExtractFile
             AT END SET EOF-EXTRACT TO TRUE
          END-READ.

       Index_Statement.
          MOVE EXT-NRO-TARJ TO BIX-NRO-CUENTA.
          MOVE EXT-NUEVO-SALDO TO BIX-NUEVO-SALDO.
          MOVE EXT-PAGO-MINIMO TO BIX-PAGO-MINIMO.
          MOVE SPACE TO BIX-POSTEO.
          MOVE SPACE TO BIX-DEBITO.
          MOVE SPACE TO BIX-DEBITO-MODO.
          MOVE 0 TO BIX-DEBITO-IMPORTE.
          WRITE BalanceIndexRecord
             INVALID KEY
                ADD 1 TO WS-ext-dup-count
             NOT INVALID KEY
                ADD 1 TO WS-ext-count
                ADD EXT-CARGOS-PERIODO TO WS-ext-cargos
                ADD EXT-PAGOS-PERIODO TO WS-ext-pagos
                ADD EXT-CARGOS-PERIODO EXT-CARGO-FINANCIERO
                   TO WS-ext-facturado
                ADD EXT-NUEVO-SALDO TO WS-ext-nuevo-saldo
                IF EXT-PAGO-MINIMO > 0
                   ADD 1 TO WS-ext-minimo-count
                   ADD EXT-PAGO-MINIMO TO WS-ext-minimo
                END-IF
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Per feed: the dispositions, then received against their
      *> sum and - for a feed verified up front - the trailer's
      *> totals against what was received.  Then the same for the
      *> run as a whole.
       Prove_Feeds.
          PERFORM Write_Blank_Line.
          MOVE "ENTRADAS POR ARCHIVO" TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.

          PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
             UNTIL WS-FEED-IDX > WS-FEED-COUNT
             PERFORM Prove_One_Feed
          END-PERFORM.

          PERFORM Write_Blank_Line.
          MOVE "TOTAL DE ENTRADAS" TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.
          MOVE 0 TO WS-sum-count.
          MOVE 0 TO WS-sum-importe.
          PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
             UNTIL WS-DISP-IDX > 11
             MOVE WS-DISP-LABEL(WS-DISP-IDX) TO WS-line-label
             MOVE WS-TOTAL-DISP-COUNT(WS-DISP-IDX) TO WS-lado1-count
             MOVE WS-TOTAL-DISP-IMPORTE(WS-DISP-IDX)
                TO WS-lado1-importe
             PERFORM Write_Detail_Line
             IF WS-DISP-IDX NOT = WS-DISP-RECIBIDO
                ADD WS-TOTAL-DISP-COUNT(WS-DISP-IDX) TO WS-sum-count
                ADD WS-TOTAL-DISP-IMPORTE(WS-DISP-IDX)
                   TO WS-sum-importe
             END-IF
          END-PERFORM.
          MOVE "  Recibidos = suma de destinos" TO WS-line-label.
          MOVE WS-TOTAL-DISP-COUNT(WS-DISP-RECIBIDO)
             TO WS-lado1-count.
          MOVE WS-TOTAL-DISP-IMPORTE(WS-DISP-RECIBIDO)
             TO WS-lado1-importe.
          MOVE WS-sum-count TO WS-lado2-count.
          MOVE WS-sum-importe TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

      *> A restarted billing run read the cards it had already
      *> reported straight past, so its proof cannot show where
      *> they went the first time - that is for the operator.
          IF PROOF-FROM-RESTART
             MOVE "  Facturacion reiniciada (parcial)"
                TO WS-line-label
             PERFORM Write_Out_Of_Balance_Note
          END-IF.

       Prove_One_Feed.
          PERFORM Write_Blank_Line.
          MOVE SPACES TO WS-report-line.
          IF WS-FEED-ID(WS-FEED-IDX) = "P"
             STRING "PAGOS  " WS-FEED-PATH(WS-FEED-IDX)
                DELIMITED BY SIZE INTO WS-report-line
             END-STRING
          ELSE
             STRING "FEED " WS-FEED-SLOT(WS-FEED-IDX) " "
                WS-FEED-PATH(WS-FEED-IDX)
                DELIMITED BY SIZE INTO WS-report-line
             END-STRING
          END-IF.
          WRITE BalanceReportRecord FROM WS-report-line.

          MOVE 0 TO WS-sum-count.
          MOVE 0 TO WS-sum-importe.
          PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
             UNTIL WS-DISP-IDX > 11
             MOVE WS-DISP-LABEL(WS-DISP-IDX) TO WS-line-label
             MOVE WS-FEED-DISP-COUNT(WS-FEED-IDX, WS-DISP-IDX)
                TO WS-lado1-count
             MOVE WS-FEED-DISP-IMPORTE(WS-FEED-IDX, WS-DISP-IDX)
                TO WS-lado1-importe
             PERFORM Write_Detail_Line
             IF WS-DISP-IDX NOT = WS-DISP-RECIBIDO
                ADD WS-FEED-DISP-COUNT(WS-FEED-IDX, WS-DISP-IDX)
                   TO WS-sum-count
                ADD WS-FEED-DISP-IMPORTE(WS-FEED-IDX, WS-DISP-IDX)
                   TO WS-sum-importe
             END-IF
          END-PERFORM.

          MOVE "  Recibidos = suma de destinos" TO WS-line-label.
          MOVE WS-FEED-DISP-COUNT(WS-FEED-IDX, WS-DISP-RECIBIDO)
             TO WS-lado1-count.
          MOVE WS-FEED-DISP-IMPORTE(WS-FEED-IDX, WS-DISP-RECIBIDO)
             TO WS-lado1-importe.
          MOVE WS-sum-count TO WS-lado2-count.
          MOVE WS-sum-importe TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

          IF WS-FEED-CONTROL(WS-FEED-IDX) = "Y"
             MOVE "  Trailer = recibidos" TO WS-line-label
             MOVE WS-FEED-TRL-COUNT(WS-FEED-IDX) TO WS-lado1-count
             MOVE WS-FEED-TRL-HASH(WS-FEED-IDX) TO WS-lado1-importe
             MOVE WS-FEED-DISP-COUNT(WS-FEED-IDX, WS-DISP-RECIBIDO)
                TO WS-lado2-count
             MOVE WS-FEED-DISP-IMPORTE(WS-FEED-IDX, WS-DISP-RECIBIDO)
                TO WS-lado2-importe
             PERFORM Write_Comparison_Line
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Each disposition that left the run on a file is proven
      *> against that file.  The multi-cycle stores are narrowed to
      *> this cycle: suspense items the run wrote carry age zero
      *> (Suspense-Reprocess ages them from the next cycle on), and
      *> fraud review entries carry the run's as-of date.
       Prove_Destination_Files.
          PERFORM Write_Blank_Line.
          MOVE "DESTINOS CONTRA ARCHIVOS" TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.

          PERFORM Count_Hold_New_File.
          MOVE "Retenidos vs CUPONHLD.NEW" TO WS-line-label.
          COMPUTE WS-lado1-count =
             WS-TOTAL-DISP-COUNT(WS-DISP-RETENIDO)
             + WS-proof-arrastre-count.
          COMPUTE WS-lado1-importe =
             WS-TOTAL-DISP-IMPORTE(WS-DISP-RETENIDO)
             + WS-proof-arrastre-importe.
          PERFORM Compare_With_File.
          IF WS-proof-arrastre-count > 0
             MOVE "  incluye arrastre ciclo anterior" TO WS-line-label
             MOVE WS-proof-arrastre-count TO WS-lado1-count
             MOVE WS-proof-arrastre-importe TO WS-lado1-importe
             PERFORM Write_Detail_Line
          END-IF.

          PERFORM Count_Suspense_File.
          MOVE "Suspenso vs SUSPENSE.DAT" TO WS-line-label.
          MOVE WS-DISP-SUSPENSO TO WS-DISP-IDX.
          PERFORM Compare_Disposition_With_File.

          PERFORM Count_Error_File.
          MOVE "Rechazos vs CC_ERRORS.DAT" TO WS-line-label.
          COMPUTE WS-lado1-count =
             WS-TOTAL-DISP-COUNT(WS-DISP-RECHAZADO)
             + WS-TOTAL-DISP-COUNT(WS-DISP-RECHAZO-FX).
          COMPUTE WS-lado1-importe =
             WS-TOTAL-DISP-IMPORTE(WS-DISP-RECHAZADO)
             + WS-TOTAL-DISP-IMPORTE(WS-DISP-RECHAZO-FX).
          PERFORM Compare_With_File.

          PERFORM Count_Dup_File.
          MOVE "Duplicados vs CC_DUPS.DAT" TO WS-line-label.
          MOVE WS-DISP-DUPLICADO TO WS-DISP-IDX.
          PERFORM Compare_Disposition_With_File.

          PERFORM Count_Fraud_Review_File.
          MOVE "Rev. fraude vs CC_FRAUDREV.DAT" TO WS-line-label.
          MOVE WS-DISP-FRAUDE TO WS-DISP-IDX.
          PERFORM Compare_Disposition_With_File.

          PERFORM Count_Recovery_Pago_File.
          MOVE "Recupero vs CC_RECPAGO.DAT" TO WS-line-label.
          MOVE WS-DISP-RECUPERO TO WS-DISP-IDX.
          PERFORM Compare_Disposition_With_File.

       Compare_Disposition_With_File.
          MOVE WS-TOTAL-DISP-COUNT(WS-DISP-IDX) TO WS-lado1-count.
          MOVE WS-TOTAL-DISP-IMPORTE(WS-DISP-IDX) TO WS-lado1-importe.
          PERFORM Compare_With_File.

       Compare_With_File.
          MOVE WS-file-count TO WS-lado2-count.
          MOVE WS-file-importe TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

      *> An amount that is not numeric adds nothing - the rule the
      *> billing run's tallies follow.
       Count_Hold_New_File.
          MOVE 0 TO WS-file-count.
          MOVE 0 TO WS-file-importe.
          OPEN INPUT HoldNewFile.
          IF NOT HoldNewSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-HOLD-NEW
             READ HoldNewFile
                AT END SET EOF-HOLD-NEW TO TRUE
             END-READ
             IF NOT EOF-HOLD-NEW
                ADD 1 TO WS-file-count
                IF HNEW-IMPORTE NUMERIC
                   ADD HNEW-IMPORTE TO WS-file-importe
                END-IF
             END-IF
          END-PERFORM.
          CLOSE HoldNewFile.

      *> Billing's own items for the cycle are the ones at age 0.
      *> Charge-Off writes its unmatched recovery payments at age
      *> 0 as well, in the window before billing - not part of
      *> billing's proof, so they are left out.
       Count_Suspense_File.
          MOVE 0 TO WS-file-count.
          MOVE 0 TO WS-file-importe.
          OPEN INPUT SuspenseFile.
          PERFORM UNTIL EOF-SUSPENSE
             READ SuspenseFile
                AT END SET EOF-SUSPENSE TO TRUE
             END-READ
             IF NOT EOF-SUSPENSE
                AND SUSP-CYCLE-AGE NUMERIC
                AND SUSP-CYCLE-AGE = 0
                AND NOT SUSP-FROM-CHARGE-OFF
                ADD 1 TO WS-file-count
                IF SUSP-IMPORTE NUMERIC
                   ADD SUSP-IMPORTE TO WS-file-importe
                END-IF
             END-IF
          END-PERFORM.
          CLOSE SuspenseFile.

       Count_Error_File.
          MOVE 0 TO WS-file-count.
          MOVE 0 TO WS-file-importe.
          OPEN INPUT ErrorFile.
          IF NOT ErrorSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-ERROR
             READ ErrorFile
                AT END SET EOF-ERROR TO TRUE
             END-READ
             IF NOT EOF-ERROR
                ADD 1 TO WS-file-count
                IF ERR-IMPORTE NUMERIC
                   ADD ERR-IMPORTE TO WS-file-importe
                END-IF
             END-IF
          END-PERFORM.
          CLOSE ErrorFile.

       Count_Dup_File.
          MOVE 0 TO WS-file-count.
          MOVE 0 TO WS-file-importe.
          OPEN INPUT DupFile.
          IF NOT DupSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL EOF-DUP
             READ DupFile
                AT END SET EOF-DUP TO TRUE
             END-READ
             IF NOT EOF-DUP
                ADD 1 TO WS-file-count
                IF DUP-IMPORTE NUMERIC
                   ADD DUP-IMPORTE TO WS-file-importe
                END-IF
             END-IF
          END-PERFORM.
          CLOSE DupFile.

       Count_Fraud_Review_File.
          MOVE 0 TO WS-file-count.
          MOVE 0 TO WS-file-importe.
          OPEN INPUT FraudReviewFile.
          PERFORM UNTIL EOF-FRAUD-REVIEW
             READ FraudReviewFile
                AT END SET EOF-FRAUD-REVIEW TO TRUE
             END-READ
             IF NOT EOF-FRAUD-REVIEW
                AND FRV-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                ADD 1 TO WS-file-count
                IF FRV-IMPORTE NUMERIC
                   ADD FRV-IMPORTE TO WS-file-importe
                END-IF
             END-IF
          END-PERFORM.
          CLOSE FraudReviewFile.

      *> Charge-Off empties the file when it applies it, in the
      *> OPEN window before billing - what is on it now is this
      *> cycle's.
       Count_Recovery_Pago_File.
          MOVE 0 TO WS-file-count.
          MOVE 0 TO WS-file-importe.
          OPEN INPUT RecoveryPagoFile.
          PERFORM UNTIL EOF-RECOVERY-PAGO
             READ RecoveryPagoFile
                AT END SET EOF-RECOVERY-PAGO TO TRUE
             END-READ
             IF NOT EOF-RECOVERY-PAGO
                ADD 1 TO WS-file-count
                IF RCP-IMPORTE NUMERIC
                   ADD RCP-IMPORTE TO WS-file-importe
                END-IF
             END-IF
          END-PERFORM.
          CLOSE RecoveryPagoFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> What billing released to the sort is exactly what its
      *> statements added up - charges into Cargos del periodo,
      *> payments net of reversals into Pagos del periodo - and its
      *> footer's Total facturado is the statements' charges plus
      *> finance charges.  Pesos throughout.
       Prove_Statements.
          PERFORM Write_Blank_Line.
          MOVE "FACTURACION CONTRA RESUMENES (CC_EXTRACT.DAT)"
             TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.

          MOVE "Cargos al sort vs cargos periodo" TO WS-line-label.
          MOVE 0 TO WS-lado1-count.
          MOVE WS-proof-sort-cargos TO WS-lado1-importe.
          MOVE 0 TO WS-lado2-count.
          MOVE WS-ext-cargos TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

          MOVE "Pagos al sort vs pagos periodo" TO WS-line-label.
          MOVE 0 TO WS-lado1-count.
          MOVE WS-proof-sort-pagos TO WS-lado1-importe.
          MOVE 0 TO WS-lado2-count.
          MOVE WS-ext-pagos TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

          MOVE "Total facturado vs resumenes" TO WS-line-label.
          MOVE WS-proof-cuentas TO WS-lado1-count.
          MOVE WS-proof-facturado TO WS-lado1-importe.
          MOVE WS-ext-count TO WS-lado2-count.
          MOVE WS-ext-facturado TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

          IF WS-ext-dup-count > 0
             MOVE "Resumenes repetidos en extracto" TO WS-line-label
             MOVE WS-ext-dup-count TO WS-lado1-count
             MOVE 0 TO WS-lado1-importe
             MOVE 0 TO WS-lado2-count
             MOVE 0 TO WS-lado2-importe
             PERFORM Write_Comparison_Line
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Every statement's new balance either posted to SALDOS.DAT
      *> or was skipped by Saldo-Posting for manual handling (a
      *> credit balance, one too large for the field, or a
      *> reconciliation that did not match) - the skips are the
      *> explained difference.  A statement with no posting line,
      *> a line with no statement, a line whose balance is not the
      *> statement's, or a posted balance not on SALDOS.DAT under
      *> the control date is out of balance.
       Prove_Posting.
          PERFORM Write_Blank_Line.
          MOVE "RESUMENES CONTRA POSTEO (SALDOS.DAT)"
             TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.

          OPEN INPUT SaldoFile.
          IF NOT SaldoSuccess
             DISPLAY "Unable to open SALDOS.DAT - status "
                SaldoStatus " - run stopped"
             STOP RUN
          END-IF.

          OPEN INPUT PostAuditFile.
          IF PostAuditSuccess
             PERFORM UNTIL EOF-POST-AUDIT
                READ PostAuditFile
                   AT END SET EOF-POST-AUDIT TO TRUE
                END-READ
                IF NOT EOF-POST-AUDIT
                   PERFORM Check_Posting_Line
                END-IF
             END-PERFORM
             CLOSE PostAuditFile
          ELSE
             MOVE 0 TO BEL-CUENTA
             MOVE "NO CC_POSTAUD.DAT" TO BEL-DETALLE
             MOVE 0 TO WS-lado1-importe
             MOVE 0 TO WS-lado2-importe
             PERFORM Write_Exception_Line
          END-IF.
          CLOSE SaldoFile.

      *> Statements no posting line accounted for.
          MOVE LOW-VALUES TO BIX-NRO-CUENTA.
          MOVE "N" TO WS-INDEX-EOF-SW.
          START BalanceIndexFile KEY IS NOT LESS THAN BIX-NRO-CUENTA
             INVALID KEY SET EOF-BALANCE-INDEX TO TRUE
          END-START.
          PERFORM UNTIL EOF-BALANCE-INDEX
             READ BalanceIndexFile NEXT RECORD
                AT END SET EOF-BALANCE-INDEX TO TRUE
             END-READ
             IF NOT EOF-BALANCE-INDEX AND BIX-SIN-POSTEO
                MOVE BIX-NRO-CUENTA TO BEL-CUENTA
                MOVE "RESUMEN SIN POSTEO" TO BEL-DETALLE
                MOVE BIX-NUEVO-SALDO TO WS-lado1-importe
                MOVE 0 TO WS-lado2-importe
                PERFORM Write_Exception_Line
             END-IF
          END-PERFORM.

          MOVE "  Posteado (CC_POSTAUD.DAT)" TO WS-line-label.
          MOVE WS-post-count TO WS-lado1-count.
          MOVE WS-post-total TO WS-lado1-importe.
          PERFORM Write_Detail_Line.
          MOVE "  No posteado - partida explicada" TO WS-line-label.
          MOVE WS-skip-count TO WS-lado1-count.
          MOVE WS-skip-total TO WS-lado1-importe.
          PERFORM Write_Detail_Line.

          MOVE "Nuevo saldo = posteado + no post." TO WS-line-label.
          MOVE WS-ext-count TO WS-lado1-count.
          MOVE WS-ext-nuevo-saldo TO WS-lado1-importe.
          COMPUTE WS-lado2-count = WS-post-count + WS-skip-count.
          COMPUTE WS-lado2-importe = WS-post-total + WS-skip-total.
          PERFORM Write_Comparison_Line.

          MOVE "Posteado vs SALDOS.DAT" TO WS-line-label.
          MOVE WS-post-count TO WS-lado1-count.
          MOVE WS-post-total TO WS-lado1-importe.
          MOVE WS-saldo-count TO WS-lado2-count.
          MOVE WS-saldo-total TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

          IF WS-post-dup-count > 0
             MOVE "Lineas de posteo repetidas" TO WS-line-label
             MOVE WS-post-dup-count TO WS-lado1-count
             MOVE 0 TO WS-lado1-importe
             MOVE 0 TO WS-lado2-count
             MOVE 0 TO WS-lado2-importe
             PERFORM Write_Comparison_Line
          END-IF.

      *> A restarted billing run can hand Saldo-Posting the same
      *> account twice; the first line is the one proven.
       Check_Posting_Line.
          MOVE AUD-NRO-TARJ TO BIX-NRO-CUENTA.
          READ BalanceIndexFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT BalanceIndexSuccess
             MOVE AUD-NRO-TARJ TO BEL-CUENTA
             MOVE "POSTEO SIN RESUMEN" TO BEL-DETALLE
             MOVE 0 TO WS-lado1-importe
             MOVE AUD-NEW-IMPORTE TO WS-lado2-importe
             PERFORM Write_Exception_Line
             PERFORM Count_Posting_Line
             EXIT PARAGRAPH
          END-IF.
          IF NOT BIX-SIN-POSTEO
             ADD 1 TO WS-post-dup-count
             EXIT PARAGRAPH
          END-IF.

          PERFORM Count_Posting_Line.
          IF AUD-POSTEADO
             MOVE "P" TO BIX-POSTEO
          ELSE
             MOVE "S" TO BIX-POSTEO
          END-IF.
          REWRITE BalanceIndexRecord
             INVALID KEY CONTINUE
          END-REWRITE.

          IF AUD-NEW-IMPORTE NOT = BIX-NUEVO-SALDO
             MOVE AUD-NRO-TARJ TO BEL-CUENTA
             MOVE "POSTEO DISTINTO DEL RESUMEN" TO BEL-DETALLE
             MOVE BIX-NUEVO-SALDO TO WS-lado1-importe
             MOVE AUD-NEW-IMPORTE TO WS-lado2-importe
             PERFORM Write_Exception_Line
          END-IF.

       Count_Posting_Line.
          IF AUD-POSTEADO
             ADD 1 TO WS-post-count
             ADD AUD-NEW-IMPORTE TO WS-post-total
             PERFORM Check_Saldo_Posted
          ELSE
             ADD 1 TO WS-skip-count
             ADD AUD-NEW-IMPORTE TO WS-skip-total
          END-IF.

      *> Same key discipline as Saldo-Posting: the account plus the
      *> control date right-aligned in the 10-byte SALD-FECHA.
       Check_Saldo_Posted.
          MOVE AUD-NRO-TARJ TO SALD-NRO-TARJ.
          MOVE SPACES TO SALD-FECHA.
          MOVE AUD-FECHA TO SALD-FECHA(3:8).
          READ SaldoFile
             INVALID KEY CONTINUE
          END-READ.
          IF SaldoSuccess
             ADD 1 TO WS-saldo-count
             ADD SALD-IMPORTE TO WS-saldo-total
             IF SALD-IMPORTE NOT = AUD-NEW-IMPORTE
                MOVE AUD-NRO-TARJ TO BEL-CUENTA
                MOVE "SALDOS.DAT DISTINTO DEL POSTEO"
                   TO BEL-DETALLE
                MOVE AUD-NEW-IMPORTE TO WS-lado1-importe
                MOVE SALD-IMPORTE TO WS-lado2-importe
                PERFORM Write_Exception_Line
             END-IF
          ELSE
             MOVE AUD-NRO-TARJ TO BEL-CUENTA
             MOVE "POSTEADO PERO NO EN SALDOS.DAT" TO BEL-DETALLE
             MOVE AUD-NEW-IMPORTE TO WS-lado1-importe
             MOVE 0 TO WS-lado2-importe
             PERFORM Write_Exception_Line
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Each enrolled account owes a debit order of its minimum
      *> payment ("M") or its new balance ("F") when that is above
      *> zero - the rule Autopay-Extract applies.  Orders are
      *> matched to statements by account; the file's trailer is
      *> proven against its orders.
       Prove_Autopay.
          PERFORM Write_Blank_Line.
          MOVE "RESUMENES CONTRA DEBITOS AUTOMATICOS (AUTOPAY.DAT)"
             TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.

          OPEN INPUT TarjetaFile.
          IF NOT TarjetaSuccess
             DISPLAY "Unable to open TARJETAS.DAT - status "
                TarjetaStatus " - run stopped"
             STOP RUN
          END-IF.

          OPEN INPUT AutopayFile.
          IF AutopaySuccess
             SET AUTOPAY-FILE-FOUND TO TRUE
             PERFORM UNTIL EOF-AUTOPAY
                READ AutopayFile
                   AT END SET EOF-AUTOPAY TO TRUE
                END-READ
                IF NOT EOF-AUTOPAY
                   IF APYT-ID = "T"
                      SET AUTOPAY-TRAILER-SEEN TO TRUE
                      MOVE APYT-COUNT TO WS-apy-trl-count
                      MOVE APYT-TOTAL TO WS-apy-trl-total
                   ELSE
                      PERFORM Check_Debit_Order
                   END-IF
                END-IF
             END-PERFORM
             CLOSE AutopayFile
          ELSE
             MOVE 0 TO BEL-CUENTA
             MOVE "NO AUTOPAY.DAT" TO BEL-DETALLE
             MOVE 0 TO WS-lado1-importe
             MOVE 0 TO WS-lado2-importe
             PERFORM Write_Exception_Line
          END-IF.

      *> Statements against their debit orders.
          MOVE LOW-VALUES TO BIX-NRO-CUENTA.
          MOVE "N" TO WS-INDEX-EOF-SW.
          START BalanceIndexFile KEY IS NOT LESS THAN BIX-NRO-CUENTA
             INVALID KEY SET EOF-BALANCE-INDEX TO TRUE
          END-START.
          PERFORM UNTIL EOF-BALANCE-INDEX
             READ BalanceIndexFile NEXT RECORD
                AT END SET EOF-BALANCE-INDEX TO TRUE
             END-READ
             IF NOT EOF-BALANCE-INDEX
                PERFORM Check_Statement_Debit
             END-IF
          END-PERFORM.
          CLOSE TarjetaFile.

          MOVE "  Pago minimo en resumenes" TO WS-line-label.
          MOVE WS-ext-minimo-count TO WS-lado1-count.
          MOVE WS-ext-minimo TO WS-lado1-importe.
          PERFORM Write_Detail_Line.

          MOVE "Debitos esperados vs AUTOPAY.DAT" TO WS-line-label.
          MOVE WS-esperado-count TO WS-lado1-count.
          MOVE WS-esperado-total TO WS-lado1-importe.
          MOVE WS-apy-count TO WS-lado2-count.
          MOVE WS-apy-total TO WS-lado2-importe.
          PERFORM Write_Comparison_Line.

          IF AUTOPAY-FILE-FOUND
             MOVE "Trailer AUTOPAY.DAT vs debitos" TO WS-line-label
             MOVE WS-apy-trl-count TO WS-lado1-count
             MOVE WS-apy-trl-total TO WS-lado1-importe
             MOVE WS-apy-count TO WS-lado2-count
             MOVE WS-apy-total TO WS-lado2-importe
             PERFORM Write_Comparison_Line
             IF NOT AUTOPAY-TRAILER-SEEN
                MOVE 0 TO BEL-CUENTA
                MOVE "AUTOPAY.DAT SIN TRAILER" TO BEL-DETALLE
                MOVE 0 TO WS-lado1-importe
                MOVE 0 TO WS-lado2-importe
                PERFORM Write_Exception_Line
             END-IF
          END-IF.

       Check_Debit_Order.
          ADD 1 TO WS-apy-count.
          ADD APY-IMPORTE TO WS-apy-total.
          MOVE APY-NRO-CUENTA TO BIX-NRO-CUENTA.
          READ BalanceIndexFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT BalanceIndexSuccess
             MOVE APY-NRO-CUENTA TO BEL-CUENTA
             MOVE "DEBITO SIN RESUMEN" TO BEL-DETALLE
             MOVE 0 TO WS-lado1-importe
             MOVE APY-IMPORTE TO WS-lado2-importe
             PERFORM Write_Exception_Line
             EXIT PARAGRAPH
          END-IF.
          IF BIX-CON-DEBITO
             MOVE APY-NRO-CUENTA TO BEL-CUENTA
             MOVE "DEBITO REPETIDO" TO BEL-DETALLE
             MOVE BIX-DEBITO-IMPORTE TO WS-lado1-importe
             MOVE APY-IMPORTE TO WS-lado2-importe
             PERFORM Write_Exception_Line
             EXIT PARAGRAPH
          END-IF.
          SET BIX-CON-DEBITO TO TRUE.
          MOVE APY-MODO TO BIX-DEBITO-MODO.
          MOVE APY-IMPORTE TO BIX-DEBITO-IMPORTE.
          REWRITE BalanceIndexRecord
             INVALID KEY CONTINUE
          END-REWRITE.

      *> The enrollment is read as it stands now; a change made on
      *> the master after Autopay-Extract ran shows up here as a
      *> difference for the operator to explain.
       Check_Statement_Debit.
          MOVE "N" TO WS-ENROLLED-SW.
          MOVE 0 TO WS-expected-amount.
          MOVE SPACE TO WS-EXPECTED-MODO.
          MOVE BIX-NRO-CUENTA TO TJ-NRO-TARJ.
          READ TarjetaFile
             INVALID KEY CONTINUE
          END-READ.
          IF TarjetaSuccess
             AND TJ-DEBITO-CTA NOT = SPACES
             AND (TJ-DEBITO-MODO = "M" OR TJ-DEBITO-MODO = "F")
             MOVE TJ-DEBITO-MODO TO WS-EXPECTED-MODO
             IF TJ-DEBITO-MODO = "M"
                MOVE BIX-PAGO-MINIMO TO WS-expected-amount
             ELSE
                MOVE BIX-NUEVO-SALDO TO WS-expected-amount
             END-IF
             IF WS-expected-amount > 0
                SET ACCOUNT-DEBIT-EXPECTED TO TRUE
                ADD 1 TO WS-esperado-count
                ADD WS-expected-amount TO WS-esperado-total
             END-IF
          END-IF.

          MOVE BIX-NRO-CUENTA TO BEL-CUENTA.
          EVALUATE TRUE
             WHEN ACCOUNT-DEBIT-EXPECTED AND NOT BIX-CON-DEBITO
                MOVE "ADHERIDA SIN DEBITO" TO BEL-DETALLE
                MOVE WS-expected-amount TO WS-lado1-importe
                MOVE 0 TO WS-lado2-importe
                PERFORM Write_Exception_Line
             WHEN BIX-CON-DEBITO AND NOT ACCOUNT-DEBIT-EXPECTED
                MOVE "DEBITO NO ESPERADO" TO BEL-DETALLE
                MOVE 0 TO WS-lado1-importe
                MOVE BIX-DEBITO-IMPORTE TO WS-lado2-importe
                PERFORM Write_Exception_Line
             WHEN BIX-CON-DEBITO
                AND (BIX-DEBITO-IMPORTE NOT = WS-expected-amount
                     OR BIX-DEBITO-MODO NOT = WS-EXPECTED-MODO)
                MOVE "DEBITO DISTINTO DEL RESUMEN" TO BEL-DETALLE
                MOVE WS-expected-amount TO WS-lado1-importe
                MOVE BIX-DEBITO-IMPORTE TO WS-lado2-importe
                PERFORM Write_Exception_Line
          END-EVALUATE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The last line of the report - what Cycle-Close reads.
       Write_Result.
          PERFORM Write_Blank_Line.
          MOVE SPACES TO BalanceResultLine.
          MOVE "RESULTADO:" TO BRL-LABEL.
          IF WS-fuera-count = 0
             MOVE "EN BALANCE" TO BRL-ESTADO
          ELSE
             MOVE "FUERA DE BALANCE" TO BRL-ESTADO
             MOVE "Lineas fuera:" TO BRL-TEXTO
             MOVE WS-fuera-count TO BRL-COUNT
          END-IF.
          WRITE BalanceReportRecord FROM BalanceResultLine.

       Write_Blank_Line.
          MOVE SPACES TO WS-report-line.
          WRITE BalanceReportRecord FROM WS-report-line.

      *> A disposition or a subtotal - side 1 only.
       Write_Detail_Line.
          MOVE SPACES TO BalanceLine.
          MOVE WS-line-label TO BL-LABEL.
          MOVE WS-lado1-count TO BL-COUNT-1.
          MOVE WS-lado1-importe TO BL-IMPORTE-1.
          WRITE BalanceReportRecord FROM BalanceLine.

       Write_Comparison_Line.
          COMPUTE WS-dif-count = WS-lado1-count - WS-lado2-count.
          COMPUTE WS-dif-importe = WS-lado1-importe - WS-lado2-importe.
          MOVE SPACES TO BalanceLine.
          MOVE WS-line-label TO BL-LABEL.
          MOVE WS-lado1-count TO BL-COUNT-1.
          MOVE WS-lado1-importe TO BL-IMPORTE-1.
          MOVE WS-lado2-count TO BL-COUNT-2.
          MOVE WS-lado2-importe TO BL-IMPORTE-2.
          MOVE WS-dif-count TO BL-DIF-COUNT.
          MOVE WS-dif-importe TO BL-DIF-IMPORTE.
          IF WS-dif-count = 0 AND WS-dif-importe = 0
             MOVE "EN BALANCE" TO BL-ESTADO
          ELSE
             MOVE "FUERA DE BALANCE" TO BL-ESTADO
             ADD 1 TO WS-fuera-count
          END-IF.
          WRITE BalanceReportRecord FROM BalanceLine.

      *> A condition with no amounts of its own that still needs
      *> the operator - WS-line-label says what.
       Write_Out_Of_Balance_Note.
          MOVE SPACES TO BalanceLine.
          MOVE WS-line-label TO BL-LABEL.
          MOVE "FUERA DE BALANCE" TO BL-ESTADO.
          ADD 1 TO WS-fuera-count.
          WRITE BalanceReportRecord FROM BalanceLine.

      *> One account (or file) that does not carry across - always
      *> out of balance, even when the totals happen to net out.
       Write_Exception_Line.
          MOVE WS-lado1-importe TO BEL-IMPORTE-1.
          MOVE WS-lado2-importe TO BEL-IMPORTE-2.
          MOVE "FUERA DE BALANCE" TO BEL-ESTADO.
          ADD 1 TO WS-fuera-count.
          WRITE BalanceReportRecord FROM BalanceExceptionLine.
          MOVE SPACES TO BalanceExceptionLine.

       END PROGRAM Cycle-Balance.
