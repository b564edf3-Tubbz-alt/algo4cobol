       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Charge-Off.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: charge-off and recovery step, run in the
      *    OPEN window after Delinquency-Track.  An account that
      *    has sat at bucket 3 for the CHOFPARM.DAT number of
      *    judged cycles (default 3) is charged off: every card of
      *    the account is closed on the card master (journaled to
      *    TARJAUD.DAT, action "K"), its live installment plans are
      *    cancelled, and the balance - the latest SALDOS.DAT
      *    record plus the plans' unbilled remainder - moves to the
      *    CC_RECOVERY.DAT recovery ledger, its SALDOS.DAT balance
      *    set to zero (journaled to SALDAUD.DAT).  Payments the
      *    billing run set aside on CC_RECPAGO.DAT for a charged-
      *    off account are applied to the ledger as recoveries.
      *    Aged suspense items the operator approved for write-off
      *    (WRTOFTRN.DAT, lines copied from CC_SUSPAGE.DAT) are
      *    taken off SUSPENSE.DAT.  Every charge-off, recovery and
      *    write-off is listed on CC_LOSSRPT.DAT, with totals, for
      *    the loss-provision meeting.
      *  - CC_PASTDUE.DAT is now indexed by account - read in key
      *    order here.
      *  - What the run moves is written, typed, to CC_CHOFGL.DAT in
      *    the CC_GLACT.DAT layout for GL-Journal to post with the
      *    cycle's billing activity: the charged-off balance
      *    (CASTIGO) and unbilled cuotas (CASTCUO), recovery
      *    payments applied (RECUPERO, reversals RECUPREV) or sent
      *    to suspense (RECSUSP / RECSUSPR), and suspense items
      *    written off (BAJASUSP for charges, BAJAPAGO / BAJAREV
      *    for payments and reversals).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> Card master - same file/key layout checkcc reads.
          SELECT TarjetaFile ASSIGN TO "..\files\TARJETAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TJ-KEY
          FILE STATUS IS TarjetaStatus.

          *> Past-due store Delinquency-Track keeps - same file/key
          *> layout, read only.
          SELECT PastDueFile ASSIGN TO "..\files\CC_PASTDUE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PD-NRO-TARJ
          FILE STATUS IS PastDueStatus.

          *> Recovery ledger - one record per charged-off account,
          *> keyed by the account (principal card) number.
          SELECT RecoveryFile ASSIGN TO "..\files\CC_RECOVERY.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RCV-NRO-CUENTA
          FILE STATUS IS RecoveryStatus.

          *> Payments the billing run set aside for charged-off
          *> accounts - emptied once applied.
          SELECT OPTIONAL RecoveryPagoFile
          ASSIGN TO "..\files\CC_RECPAGO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RecPagoStatus.

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

          *> Suspense store - same layout the billing run writes.
          *> OPTIONAL: it is extended here and may not exist yet.
          SELECT OPTIONAL SuspenseFile
          ASSIGN TO "..\files\SUSPENSE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SuspenseStatus.

          *> Items kept after the write-offs - copied back over
          *> SUSPENSE.DAT at the end of the pass.
          SELECT SuspenseWorkFile ASSIGN TO "..\files\SUSPWO.NEW"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Write-offs the operator approved - CC_SUSPAGE.DAT lines.
          SELECT WriteOffTranFile ASSIGN TO "..\files\WRTOFTRN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WriteOffTranStatus.

          *> Approvals that couldn't be applied.
          SELECT WriteOffErrorFile
          ASSIGN TO "..\files\WRTOFTRN_ERRORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Work index of the approvals - rebuilt every run.
          SELECT WriteOffIndexFile ASSIGN TO "..\files\wrtofidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS WOI-KEY
          FILE STATUS IS WriteOffIndexStatus.

          *> The same movements typed for the general ledger - one
          *> run's worth, posted by GL-Journal with the cycle.
          SELECT GlActivityFile ASSIGN TO "..\files\CC_CHOFGL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Charge-offs, recoveries and write-offs of the run.
          SELECT LossReportFile ASSIGN TO "..\files\CC_LOSSRPT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LossReportStatus.

          *> Before/after journals - the same TARJAUD.DAT and
          *> SALDAUD.DAT the maintenance utilities append to.
          SELECT TarjetaAuditFile ASSIGN TO "..\files\TARJAUD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          SELECT SaldoAuditFile ASSIGN TO "..\files\SALDAUD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Optional operator/batch identifier for the journals -
          *> one record; absent means "BATCH".
          SELECT OperIdFile ASSIGN TO "..\files\OPERID.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OperIdStatus.

          *> Optional parameters - cycles at bucket 3 before an
          *> account is charged off.
          SELECT ChargeOffParmFile ASSIGN TO "..\files\CHOFPARM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ChargeOffParmStatus.

          *> Cycle run-control record - read only, for the gate.
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

       FD PastDueFile.
       01 PastDueRecord.
         88 EOF-PAST-DUE VALUE HIGH-VALUES.
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

       FD RecoveryFile.
       01 RecoveryRecord.
         02 RCV-NRO-CUENTA               PIC 9(10).
         02 RCV-TITULAR                  PIC X(30).
      *> As-of date (DDMMYYYY) of the cycle the account was closed.
         02 RCV-FECHA-CASTIGO            PIC X(8).
      *> Balance plus unbilled installments, as charged off.
         02 RCV-IMPORTE-CASTIGO          PIC 9(8)V99.
      *> Net of recovery payments and their reversals.
         02 RCV-IMPORTE-RECUPERADO       PIC S9(8)V99.
         02 RCV-FECHA-ULT-RECUPERO       PIC X(8).
         02 RCV-OPERADOR                 PIC X(8).

       FD RecoveryPagoFile.
       01 RecoveryPagoRecord.
         88 EOF-REC-PAGO VALUE HIGH-VALUES.
         03 RCP-NRO-TARJ                 PIC 9(10).
         03 RCP-NRO-PAGO                 PIC 9(5).
         03 RCP-FECHA-PAGO.
           06 RCP-FILLER                 PIC X(2).
           06 RCP-FECHA-DDMMYYYY         PIC X(8).
         03 RCP-IMPORTE                  PIC 9(6)V99.
         03 RCP-TIPO                     PIC X(1).

       FD SaldoFile.
       01 SaldoRecord.
         02 SALD-KEY.
           04 SALD-NRO-TARJ            PIC 9(10).
           04 SALD-FECHA               PIC X(10).
         02 SALD-IMPORTE                 PIC 9(6)V99.

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

       FD SuspenseFile.
       01 SuspenseRecord.
         88 EOF-SUSPENSE VALUE HIGH-VALUES.
         03 SUSP-NRO-TARJ                PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-NRO-CUPON               PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-FECHA-COMPRA            PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-IMPORTE                 PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-TIPO                    PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-REASON                  PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-CYCLE-AGE               PIC 9(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-COMERCIO                PIC 9(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-MONEDA                  PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SUSP-CUOTAS                  PIC 9(2).

       FD SuspenseWorkFile.
       01 SuspenseWorkRecord.
         88 EOF-SUSPENSE-WORK VALUE HIGH-VALUES.
         03 FILLER                       PIC X(85).

       FD WriteOffTranFile.
       01 WriteOffTranRecord.
         88 EOF-WRITE-OFF-TRAN VALUE HIGH-VALUES.
         03 WOT-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WOT-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WOT-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WOT-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WOT-TIPO                     PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WOT-CYCLE-AGE                PIC 9(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WOT-REASON                   PIC X(30).

       FD WriteOffErrorFile.
       01 WriteOffErrorRecord.
         03 WERR-NRO-TARJ                PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WERR-NRO-CUPON               PIC X(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WERR-FECHA-COMPRA            PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WERR-IMPORTE                 PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WERR-TIPO                    PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 WERR-REASON                  PIC X(30).

       FD WriteOffIndexFile.
       01 WriteOffIndexRecord.
         02 WOI-KEY.
           03 WOI-NRO-TARJ               PIC 9(10).
           03 WOI-NRO-CUPON              PIC 9(5).
           03 WOI-FECHA-COMPRA           PIC X(8).
           03 WOI-TIPO                   PIC X(1).
         02 WOI-IMPORTE                  PIC 9(6)V99.
      *> P - pending; W - written off; N - found, not aged enough;
      *> I - found, amount differs.
         02 WOI-ESTADO                   PIC X(1).
           88 WOI-PENDIENTE              VALUE "P".
           88 WOI-DADO-DE-BAJA           VALUE "W".
           88 WOI-NO-VENCIDO             VALUE "N".
           88 WOI-IMPORTE-DISTINTO       VALUE "I".

      *> Same layout the billing run writes CC_GLACT.DAT in.
       FD GlActivityFile.
       01 GlActivityRecord.
         03 GLA-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-TIPO                     PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-NRO-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-NRO-REF                  PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-IMPORTE                  PIC 9(10)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-IMPORTE-ORIG             PIC 9(6)V99.

       FD LossReportFile.
       01 LossReportRecord               PIC X(132).
      *> The title line - its cycle date is what refuses a second
      *> run for the same cycle.
       01 LossReportTitle.
         03 LRT-TITULO                   PIC X(36).
         03 LRT-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(88).

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

       FD SaldoAuditFile.
       01 SaldoAuditRecord.
         03 SAU-FECHA                    PIC X(8).
         03 SAU-HORA                     PIC X(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SAU-OPERADOR                 PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SAU-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SAU-FECHA-SALDO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SAU-OLD-FLAG                 PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SAU-OLD-IMPORTE              PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SAU-NEW-IMPORTE              PIC 9(6)V99.

       FD OperIdFile.
       01 OperIdRecord.
         88 EOF-OPER-ID VALUE HIGH-VALUES.
         03 OPID-OPERADOR                PIC X(8).

       FD ChargeOffParmFile.
       01 ChargeOffParmRecord.
         88 EOF-CHOF-PARM VALUE HIGH-VALUES.
         03 CHP-CICLOS-EN-3              PIC 9(2).

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
       01   TarjetaStatus                PIC X(2).
           88 TarjetaSuccess  VALUE "00".
       01   PastDueStatus                PIC X(2).
           88 PastDueSuccess  VALUE "00".
       01   RecoveryStatus               PIC X(2).
           88 RecoverySuccess VALUE "00".
       01   RecPagoStatus                PIC X(2).
           88 RecPagoSuccess  VALUE "00".
       01   SaldoStatus                  PIC X(2).
           88 SaldoSuccess    VALUE "00".
       01   CuotasStatus                 PIC X(2).
           88 CuotasSuccess   VALUE "00".
       01   SuspenseStatus               PIC X(2).
           88 SuspenseSuccess VALUE "00".
       01   WriteOffTranStatus           PIC X(2).
           88 WriteOffTranSuccess VALUE "00".
       01   WriteOffIndexStatus          PIC X(2).
           88 WriteOffIndexSuccess VALUE "00".
       01   LossReportStatus             PIC X(2).
           88 LossReportSuccess VALUE "00".
       01   OperIdStatus                 PIC X(2).
           88 OperIdSuccess   VALUE "00".
       01   ChargeOffParmStatus          PIC X(2).
           88 ChargeOffParmSuccess VALUE "00".
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01   RunParmStatus                PIC X(2).
           88 RunParmSuccess  VALUE "00".

       01 WS-OPERADOR                    PIC X(8) VALUE "BATCH".
       01 WS-BALANCE-AS-OF-DATE          PIC X(8).
       01 WS-cycle-estado                PIC X(8).

      *> Judged cycles at bucket 3 before the account is charged
      *> off - CHOFPARM.DAT overrides the default.
       01 WS-CICLOS-CASTIGO              PIC 9(2) VALUE 3.

      *> Cycles an item must have aged in suspense before it can be
      *> written off - the limit Suspense-Reprocess lists it at on
      *> CC_SUSPAGE.DAT.
       01 WS-AGE-LIMIT                   PIC 9(3) VALUE 3.

       01 WS-REPORT-TITLE                PIC X(36)
          VALUE "CASTIGOS, RECUPEROS Y BAJAS - CICLO ".

      *> Balances and plans are optional - a shop that has never
      *> billed has neither file.
       01 WS-SALDO-OPEN-SW               PIC X(1) VALUE "N".
          88 SALDOS-AVAILABLE            VALUE "Y".
       01 WS-CUOTAS-OPEN-SW              PIC X(1) VALUE "N".
          88 CUOTAS-AVAILABLE            VALUE "Y".
       01 WS-PD-JUDGED-SW                PIC X(1) VALUE "N".
          88 PAST-DUE-JUDGED             VALUE "Y".
       01 WS-PD-RECORDS-SW               PIC X(1) VALUE "N".
          88 PAST-DUE-HAS-RECORDS        VALUE "Y".
       01 WS-SCAN-DONE-SW                PIC X(1).
          88 SCAN-DONE                   VALUE "Y".

      *>-------------------------------------------------------------*
      *> The account being charged off.
      *>-------------------------------------------------------------*
       01 WS-cuenta                      PIC 9(10).
       01 WS-titular                     PIC X(30).
       01 WS-card-cuenta                 PIC 9(10).
       01 WS-close-tarj                  PIC 9(10).
       01 WS-saldo-castigo               PIC 9(6)V99.
       01 WS-saldo-best-ymd              PIC X(8).
       01 WS-saldo-ymd                   PIC X(8).
       01 WS-as-of-ymd                   PIC X(8).
       01 WS-cuotas-castigo              PIC 9(8)V99.
       01 WS-cards-closed                PIC 9(3).
       01 WS-cuo-cupon                   PIC 9(5).
       01 WS-cuo-fecha                   PIC X(8).

      *> Before-image for the journals, as the maintenance
      *> utilities keep them.
       01 WS-old-flag                    PIC X(3).
       01 WS-old-importe                 PIC 9(6)V99.
       01 WS-OLD-IMAGE.
         03 WS-OLD-TITULAR               PIC X(30).
         03 WS-OLD-DOCUMENTO             PIC X(11).
         03 WS-OLD-ESTADO                PIC X(1).
         03 WS-OLD-LIMITE                PIC 9(8)V99.
         03 WS-OLD-PRODUCTO              PIC X(3).
         03 WS-OLD-CUENTA                PIC 9(10).
         03 WS-OLD-DEBITO-CTA            PIC X(20).
         03 WS-OLD-DEBITO-MODO           PIC X(1).

      *>-------------------------------------------------------------*
      *> Recoveries and write-offs.
      *>-------------------------------------------------------------*
       01 WS-recuperado                  PIC S9(8)V99.
       01 WS-pendiente                   PIC S9(8)V99.
       01 WS-tran-reason                 PIC X(30).

      *>-------------------------------------------------------------*
      *> Run totals - the report's closing lines.
      *>-------------------------------------------------------------*
       01 WS-chargeoff-count             PIC 9(6) VALUE 0.
       01 WS-chargeoff-total             PIC S9(10)V99 VALUE 0.
       01 WS-recovery-count              PIC 9(6) VALUE 0.
       01 WS-recovery-total              PIC S9(10)V99 VALUE 0.
       01 WS-writeoff-count              PIC 9(6) VALUE 0.
       01 WS-writeoff-total              PIC S9(10)V99 VALUE 0.
       01 WS-unmatched-pago-count        PIC 9(6) VALUE 0.
       01 WS-already-count               PIC 9(6) VALUE 0.
       01 WS-wo-error-count              PIC 9(6) VALUE 0.
       01 WS-cards-closed-total          PIC 9(6) VALUE 0.
       01 WS-ledger-count                PIC 9(6) VALUE 0.
       01 WS-ledger-pendiente            PIC S9(10)V99 VALUE 0.
       01 WS-net-loss                    PIC S9(10)V99.

      *>-------------------------------------------------------------*
      *> Report lines.
      *>-------------------------------------------------------------*
       01 WS-report-line                 PIC X(132).

       01 LossHeadingLine.
         03 FILLER                       PIC X(11) VALUE "MOVIMIENTO".
         03 FILLER                       PIC X(11) VALUE "CUENTA".
         03 FILLER                       PIC X(11) VALUE "TARJETA".
         03 FILLER                       PIC X(9)  VALUE "FECHA".
         03 FILLER                       PIC X(6)  VALUE "NRO.".
         03 FILLER                       PIC X(14)
                                         VALUE "      IMPORTE".
         03 FILLER                       PIC X(14)
                                         VALUE "    PENDIENTE".
         03 FILLER                       PIC X(30) VALUE "DETALLE".

       01 LossDetailLine.
         03 LDL-TIPO                     PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-CUENTA                   PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-REFERENCIA               PIC X(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-IMPORTE                  PIC Z(9)9.99-.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-PENDIENTE                PIC Z(9)9.99-.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 LDL-DETALLE                  PIC X(30).

       01 LossTotalLine.
         03 LTL-LABEL                    PIC X(30).
         03 LTL-COUNT                    PIC Z(5)9.
         03 FILLER                       PIC X(2)  VALUE SPACES.
         03 LTL-IMPORTE                  PIC Z(9)9.99-.

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
          PERFORM Check_Already_Run.
          PERFORM Check_Delinquency_Run.
          PERFORM Load_Charge_Off_Parameters.
          PERFORM Load_Operator_Id.
          PERFORM Open_All_Files.

          PERFORM Charge_Off_Accounts.
          PERFORM Apply_Recoveries.
          PERFORM Apply_Write_Offs.
          PERFORM Total_Recovery_Ledger.
          PERFORM Write_Report_Totals.

          PERFORM Print_Summary.
          PERFORM Close_All_Files.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The cycle's as-of date - defaults to the system run date,
      *> overridable from RunParmFile the way every cycle step
      *> takes it.
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

          STRING WS-BALANCE-AS-OF-DATE(5:4)
             WS-BALANCE-AS-OF-DATE(3:2)
             WS-BALANCE-AS-OF-DATE(1:2)
             DELIMITED BY SIZE INTO WS-as-of-ymd
          END-STRING.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The gate: the as-of date's cycle must stand OPEN - after
      *> Delinquency-Track has judged it, before the billing run,
      *> so a closed account's cards already fail checkcc when the
      *> cycle bills.
       Check_Cycle_Status.
          OPEN INPUT CycleStatusFile.
          IF NOT CycleStatusSuccess
             DISPLAY "CYCLE CONTROL: no CYCLSTAT.DAT - run "
                "Suspense-Reprocess to open cycle "
                WS-BALANCE-AS-OF-DATE " first - run stopped"
             STOP RUN
          END-IF.
          READ CycleStatusFile
             AT END CONTINUE
          END-READ.
          MOVE CYC-ESTADO TO WS-cycle-estado.
          CLOSE CycleStatusFile.
          IF CYC-FECHA-SALDO NOT = WS-BALANCE-AS-OF-DATE
             OR WS-cycle-estado NOT = "OPEN"
             DISPLAY "CYCLE CONTROL: cycle " CYC-FECHA-SALDO
                " stands " WS-cycle-estado " - charge-off runs "
                "in the OPEN window of cycle "
                WS-BALANCE-AS-OF-DATE " - run stopped"
             STOP RUN
          END-IF.

      *> The report's title line names the cycle it was run for.
      *> A second run in the same window would apply the recovery
      *> payments twice - refused off that line.
       Check_Already_Run.
          OPEN INPUT LossReportFile.
          IF LossReportSuccess
             READ LossReportFile
                AT END MOVE SPACES TO LossReportRecord
             END-READ
             CLOSE LossReportFile
             IF LRT-TITULO = WS-REPORT-TITLE
                AND LRT-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                DISPLAY "CYCLE CONTROL: charge-off already ran for "
                   "cycle " WS-BALANCE-AS-OF-DATE " - run stopped"
                STOP RUN
             END-IF
          END-IF.

      *> Charge-off decides on this cycle's buckets, so
      *> Delinquency-Track must have judged the cycle first - its
      *> judged records carry the as-of date.  No store, or an
      *> empty one, means no account is past due.
       Check_Delinquency_Run.
          OPEN INPUT PastDueFile.
          IF NOT PastDueSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM Start_Past_Due_Scan.
          PERFORM UNTIL EOF-PAST-DUE OR PAST-DUE-JUDGED
             SET PAST-DUE-HAS-RECORDS TO TRUE
             IF PD-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                SET PAST-DUE-JUDGED TO TRUE
             END-IF
             PERFORM Read_Past_Due_Record
          END-PERFORM.
          CLOSE PastDueFile.
          IF PAST-DUE-HAS-RECORDS AND NOT PAST-DUE-JUDGED
             DISPLAY "CYCLE CONTROL: CC_PASTDUE.DAT has not been "
                "judged for cycle " WS-BALANCE-AS-OF-DATE
                " - run Delinquency-Track first - run stopped"
             STOP RUN
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Load_Charge_Off_Parameters.
          OPEN INPUT ChargeOffParmFile.
          IF ChargeOffParmSuccess
             READ ChargeOffParmFile
                AT END SET EOF-CHOF-PARM TO TRUE
             END-READ
             IF NOT EOF-CHOF-PARM AND CHP-CICLOS-EN-3 NUMERIC
                AND CHP-CICLOS-EN-3 > 0
                MOVE CHP-CICLOS-EN-3 TO WS-CICLOS-CASTIGO
             END-IF
             CLOSE ChargeOffParmFile
          END-IF.

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

      *> First charge-off ever: no ledger yet.
          OPEN I-O RecoveryFile.
          IF RecoveryStatus = "35"
             OPEN OUTPUT RecoveryFile
             CLOSE RecoveryFile
             OPEN I-O RecoveryFile
          END-IF.
          IF NOT RecoverySuccess
             DISPLAY "Unable to open CC_RECOVERY.DAT - status "
                RecoveryStatus
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

          OPEN EXTEND TarjetaAuditFile.
          OPEN EXTEND SaldoAuditFile.
      *> Check_Already_Run lets one run through per cycle, so the
      *> file only ever needs this run's movements.
          OPEN OUTPUT GlActivityFile.

          OPEN OUTPUT LossReportFile.
          MOVE SPACES TO LossReportTitle.
          MOVE WS-REPORT-TITLE TO LRT-TITULO.
          MOVE WS-BALANCE-AS-OF-DATE TO LRT-FECHA-CICLO.
          WRITE LossReportTitle.
          MOVE SPACES TO WS-report-line.
          WRITE LossReportRecord FROM WS-report-line.
          WRITE LossReportRecord FROM LossHeadingLine.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Every account the past-due store has held at bucket 3 for
      *> the configured number of judged cycles, unless it is on
      *> the ledger already - a closed account's record stays on
      *> the store, carried, cycle after cycle.
       Charge_Off_Accounts.
          OPEN INPUT PastDueFile.
          IF NOT PastDueSuccess
             EXIT PARAGRAPH
          END-IF.
          PERFORM Start_Past_Due_Scan.
          PERFORM UNTIL EOF-PAST-DUE
             IF PD-NRO-TARJ NUMERIC AND PD-BUCKET NUMERIC
                AND PD-CICLOS-EN-3 NUMERIC
                AND PD-BUCKET = 3
                AND PD-CICLOS-EN-3 >= WS-CICLOS-CASTIGO
                PERFORM Charge_Off_Account
             END-IF
             PERFORM Read_Past_Due_Record
          END-PERFORM.
          CLOSE PastDueFile.

      *> From the lowest account up; an empty store is at end
      *> straight away.
       Start_Past_Due_Scan.
          MOVE 0 TO PD-NRO-TARJ.
          START PastDueFile KEY IS NOT LESS THAN PD-NRO-TARJ
             INVALID KEY SET EOF-PAST-DUE TO TRUE
             NOT INVALID KEY PERFORM Read_Past_Due_Record
          END-START.

       Read_Past_Due_Record.
          READ PastDueFile NEXT RECORD
             AT END SET EOF-PAST-DUE TO TRUE
          END-READ.

      *> Cards closed first, so nothing of the account can bill
      *> again; then the balance and the cancelled plans' remainder
      *> go on the ledger and the balance on SALDOS.DAT to zero.
       Charge_Off_Account.
          MOVE PD-NRO-TARJ TO WS-cuenta.
          MOVE WS-cuenta TO RCV-NRO-CUENTA.
          READ RecoveryFile
             INVALID KEY CONTINUE
          END-READ.
          IF RecoverySuccess
             ADD 1 TO WS-already-count
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-cuenta TO TJ-NRO-TARJ.
          READ TarjetaFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT TarjetaSuccess
             DISPLAY "WARNING: account " WS-cuenta " at bucket 3 "
                "is not on the card master - not charged off"
             EXIT PARAGRAPH
          END-IF.
          MOVE TJ-TITULAR TO WS-titular.

          PERFORM Find_Latest_Saldo.
          MOVE 0 TO WS-cuotas-castigo.
          MOVE 0 TO WS-cards-closed.
          PERFORM Close_Account_Cards.
          PERFORM Zero_Account_Saldo.

          MOVE WS-cuenta TO RCV-NRO-CUENTA.
          MOVE WS-titular TO RCV-TITULAR.
          MOVE WS-BALANCE-AS-OF-DATE TO RCV-FECHA-CASTIGO.
          COMPUTE RCV-IMPORTE-CASTIGO =
             WS-saldo-castigo + WS-cuotas-castigo.
          MOVE 0 TO RCV-IMPORTE-RECUPERADO.
          MOVE SPACES TO RCV-FECHA-ULT-RECUPERO.
          MOVE WS-OPERADOR TO RCV-OPERADOR.
          WRITE RecoveryRecord
             INVALID KEY
                DISPLAY "WARNING: ledger record for account "
                   WS-cuenta " not written - status " RecoveryStatus
          END-WRITE.

          ADD 1 TO WS-chargeoff-count.
          ADD RCV-IMPORTE-CASTIGO TO WS-chargeoff-total.

      *> The statement balance comes off the card receivable; the
      *> cancelled plans' remainder was never billed to it, so it
      *> posts under its own type.
          MOVE WS-cuenta TO GLA-NRO-CUENTA.
          MOVE WS-cuenta TO GLA-NRO-TARJ.
          MOVE 0 TO GLA-NRO-REF.
          MOVE WS-BALANCE-AS-OF-DATE TO GLA-FECHA.
          IF WS-saldo-castigo > 0
             MOVE "CASTIGO" TO GLA-TIPO
             MOVE WS-saldo-castigo TO GLA-IMPORTE
             PERFORM Write_Gl_Activity
          END-IF.
          IF WS-cuotas-castigo > 0
             MOVE "CASTCUO" TO GLA-TIPO
             MOVE WS-cuotas-castigo TO GLA-IMPORTE
             PERFORM Write_Gl_Activity
          END-IF.
          ADD WS-cards-closed TO WS-cards-closed-total.

          MOVE "CASTIGO" TO LDL-TIPO.
          MOVE WS-cuenta TO LDL-CUENTA.
          MOVE WS-cuenta TO LDL-NRO-TARJ.
          MOVE WS-BALANCE-AS-OF-DATE TO LDL-FECHA.
          MOVE SPACES TO LDL-REFERENCIA.
          MOVE RCV-IMPORTE-CASTIGO TO LDL-IMPORTE.
          MOVE RCV-IMPORTE-CASTIGO TO LDL-PENDIENTE.
          MOVE WS-titular TO LDL-DETALLE.
          WRITE LossReportRecord FROM LossDetailLine.
          DISPLAY "Account " WS-cuenta " charged off - "
             WS-cards-closed " card(s) closed".

      *> SALDOS.DAT keys carry DDMMYYYY, which does not sort by
      *> date - every record of the account is looked at and the
      *> latest one not after the as-of date is the balance.
       Find_Latest_Saldo.
          MOVE 0 TO WS-saldo-castigo.
          MOVE "00000000" TO WS-saldo-best-ymd.
          IF NOT SALDOS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-cuenta TO SALD-NRO-TARJ.
          MOVE LOW-VALUES TO SALD-FECHA.
          START SaldoFile KEY IS NOT LESS THAN SALD-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-SCAN-DONE-SW.
          IF NOT SaldoSuccess
             SET SCAN-DONE TO TRUE
          END-IF.
          PERFORM UNTIL SCAN-DONE
             READ SaldoFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT SaldoSuccess OR SALD-NRO-TARJ NOT = WS-cuenta
                SET SCAN-DONE TO TRUE
             ELSE
                STRING SALD-FECHA(7:4) SALD-FECHA(5:2)
                   SALD-FECHA(3:2)
                   DELIMITED BY SIZE INTO WS-saldo-ymd
                END-STRING
                IF WS-saldo-ymd NOT > WS-as-of-ymd
                   AND WS-saldo-ymd > WS-saldo-best-ymd
                   MOVE WS-saldo-ymd TO WS-saldo-best-ymd
                   MOVE SALD-IMPORTE TO WS-saldo-castigo
                END-IF
             END-IF
          END-PERFORM.

      *> The principal and every additional card linked to it.
       Close_Account_Cards.
          MOVE 0 TO TJ-NRO-TARJ.
          START TarjetaFile KEY IS NOT LESS THAN TJ-KEY
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT TarjetaSuccess
             READ TarjetaFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF TarjetaSuccess
                IF TJ-NRO-CUENTA NUMERIC AND TJ-NRO-CUENTA > 0
                   MOVE TJ-NRO-CUENTA TO WS-card-cuenta
                ELSE
                   MOVE TJ-NRO-TARJ TO WS-card-cuenta
                END-IF
                IF WS-card-cuenta = WS-cuenta
                   PERFORM Close_Card
                END-IF
             END-IF
          END-PERFORM.

      *> Closed with its auto-pay enrollment cleared - checkcc turns
      *> it away from then on.  Its live plans are cancelled here
      *> too; what they had left to bill is charged off.
       Close_Card.
          MOVE TJ-NRO-TARJ TO WS-close-tarj.
          IF NOT TJ-CERRADA
             PERFORM Capture_Before_Image
             SET TJ-CERRADA TO TRUE
             MOVE SPACES TO TJ-DEBITO-CTA
             MOVE SPACE TO TJ-DEBITO-MODO
             REWRITE TarjetaMasterRecord
                INVALID KEY
                   DISPLAY "WARNING: card " WS-close-tarj
                      " could not be closed - status " TarjetaStatus
                NOT INVALID KEY
                   PERFORM Write_Audit_Record
                   ADD 1 TO WS-cards-closed
             END-REWRITE
          END-IF.
          PERFORM Cancel_Card_Cuotas.

       Cancel_Card_Cuotas.
          IF NOT CUOTAS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-close-tarj TO CUO-NRO-TARJ.
          MOVE 0 TO CUO-NRO-CUPON.
          MOVE LOW-VALUES TO CUO-FECHA-COMPRA.
          START CuotasFile KEY IS NOT LESS THAN CUO-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-SCAN-DONE-SW.
          IF NOT CuotasSuccess
             SET SCAN-DONE TO TRUE
          END-IF.
          PERFORM UNTIL SCAN-DONE
             READ CuotasFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT CuotasSuccess OR CUO-NRO-TARJ NOT = WS-close-tarj
                SET SCAN-DONE TO TRUE
             ELSE
                IF CUO-ACTIVA OR CUO-SUSPENDIDA
                   MOVE CUO-NRO-CUPON TO WS-cuo-cupon
                   MOVE CUO-FECHA-COMPRA TO WS-cuo-fecha
                   SET CUO-ANULADA TO TRUE
                   REWRITE CuotasRecord
                      INVALID KEY
                         DISPLAY "WARNING: plan " WS-cuo-cupon
                            " of card " WS-close-tarj
                            " not cancelled - status " CuotasStatus
                      NOT INVALID KEY
                         ADD CUO-IMPORTE-PEND TO WS-cuotas-castigo
                   END-REWRITE
                END-IF
             END-IF
          END-PERFORM.

      *> The balance leaves SALDOS.DAT at the as-of date, the date
      *> the billing run would read it under - corrected in place
      *> or added, and journaled like a Saldo-Maintenance change.
       Zero_Account_Saldo.
          IF NOT SALDOS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-cuenta TO SALD-NRO-TARJ.
          MOVE SPACES TO SALD-FECHA.
          MOVE WS-BALANCE-AS-OF-DATE TO SALD-FECHA(3:8).
          READ SaldoFile
             INVALID KEY CONTINUE
          END-READ.
          IF SaldoSuccess
             MOVE SPACES TO WS-old-flag
             MOVE SALD-IMPORTE TO WS-old-importe
             MOVE 0 TO SALD-IMPORTE
             REWRITE SaldoRecord
                INVALID KEY
                   DISPLAY "WARNING: balance of account " WS-cuenta
                      " not zeroed - status " SaldoStatus
                NOT INVALID KEY
                   PERFORM Write_Saldo_Audit_Record
             END-REWRITE
          ELSE
             MOVE "NEW" TO WS-old-flag
             MOVE 0 TO WS-old-importe
             MOVE WS-cuenta TO SALD-NRO-TARJ
             MOVE SPACES TO SALD-FECHA
             MOVE WS-BALANCE-AS-OF-DATE TO SALD-FECHA(3:8)
             MOVE 0 TO SALD-IMPORTE
             WRITE SaldoRecord
                INVALID KEY
                   DISPLAY "WARNING: balance of account " WS-cuenta
                      " not zeroed - status " SaldoStatus
                NOT INVALID KEY
                   PERFORM Write_Saldo_Audit_Record
             END-WRITE
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Payments the billing run set aside since the last run.  A
      *> credit reduces what is still owed on the ledger, a debit
      *> (reversal) puts it back.  A payment whose account is not
      *> on the ledger goes to suspense like any other unplaceable
      *> payment.  The file is emptied once applied.
       Apply_Recoveries.
          OPEN INPUT RecoveryPagoFile.
          IF NOT RecPagoSuccess AND RecPagoStatus NOT = "05"
             DISPLAY "WARNING: CC_RECPAGO.DAT not available - "
                "status " RecPagoStatus " - no recoveries applied"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND SuspenseFile.

          PERFORM Read_Recovery_Pago.
          PERFORM UNTIL EOF-REC-PAGO
             PERFORM Apply_Recovery_Pago
             PERFORM Read_Recovery_Pago
          END-PERFORM.

          CLOSE SuspenseFile.
          CLOSE RecoveryPagoFile.
          OPEN OUTPUT RecoveryPagoFile.
          CLOSE RecoveryPagoFile.

       Read_Recovery_Pago.
          READ RecoveryPagoFile
             AT END SET EOF-REC-PAGO TO TRUE
          END-READ.

      *> Paid on any card of the account - the master says which.
       Apply_Recovery_Pago.
          MOVE RCP-NRO-TARJ TO WS-cuenta.
          MOVE RCP-NRO-TARJ TO TJ-NRO-TARJ.
          READ TarjetaFile
             INVALID KEY CONTINUE
          END-READ.
          IF TarjetaSuccess AND TJ-NRO-CUENTA NUMERIC
             AND TJ-NRO-CUENTA > 0
             MOVE TJ-NRO-CUENTA TO WS-cuenta
          END-IF.

          MOVE WS-cuenta TO RCV-NRO-CUENTA.
          READ RecoveryFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT RecoverySuccess OR RCP-IMPORTE NOT NUMERIC
             PERFORM Suspense_Recovery_Pago
             EXIT PARAGRAPH
          END-IF.

          IF RCP-TIPO = "D"
             SUBTRACT RCP-IMPORTE FROM RCV-IMPORTE-RECUPERADO
             COMPUTE WS-recuperado = 0 - RCP-IMPORTE
          ELSE
             ADD RCP-IMPORTE TO RCV-IMPORTE-RECUPERADO
             MOVE RCP-IMPORTE TO WS-recuperado
          END-IF.
          MOVE RCP-FECHA-DDMMYYYY TO RCV-FECHA-ULT-RECUPERO.
          REWRITE RecoveryRecord
             INVALID KEY
                DISPLAY "WARNING: recovery on account " WS-cuenta
                   " not applied - status " RecoveryStatus
                PERFORM Suspense_Recovery_Pago
                EXIT PARAGRAPH
          END-REWRITE.

          ADD 1 TO WS-recovery-count.
          ADD WS-recuperado TO WS-recovery-total.

          IF RCP-TIPO = "D"
             MOVE "RECUPREV" TO GLA-TIPO
          ELSE
             MOVE "RECUPERO" TO GLA-TIPO
          END-IF.
          PERFORM Write_Gl_Recovery_Pago.
          COMPUTE WS-pendiente =
             RCV-IMPORTE-CASTIGO - RCV-IMPORTE-RECUPERADO.

          MOVE "RECUPERO" TO LDL-TIPO.
          MOVE WS-cuenta TO LDL-CUENTA.
          MOVE RCP-NRO-TARJ TO LDL-NRO-TARJ.
          MOVE RCP-FECHA-DDMMYYYY TO LDL-FECHA.
          MOVE RCP-NRO-PAGO TO LDL-REFERENCIA.
          MOVE WS-recuperado TO LDL-IMPORTE.
          MOVE WS-pendiente TO LDL-PENDIENTE.
          MOVE RCV-TITULAR TO LDL-DETALLE.
          WRITE LossReportRecord FROM LossDetailLine.

       Suspense_Recovery_Pago.
          MOVE SPACES TO SuspenseRecord.
          MOVE RCP-NRO-TARJ TO SUSP-NRO-TARJ.
          MOVE RCP-NRO-PAGO TO SUSP-NRO-CUPON.
          MOVE RCP-FECHA-DDMMYYYY TO SUSP-FECHA-COMPRA.
          MOVE RCP-IMPORTE TO SUSP-IMPORTE.
          MOVE RCP-TIPO TO SUSP-TIPO.
          MOVE "NO CHARGE-OFF ON LEDGER" TO SUSP-REASON.
          MOVE 0 TO SUSP-CYCLE-AGE.
          MOVE 0 TO SUSP-COMERCIO.
          MOVE SPACES TO SUSP-MONEDA.
          MOVE 0 TO SUSP-CUOTAS.
          WRITE SuspenseRecord.
          ADD 1 TO WS-unmatched-pago-count.

      *> The money still came in (or went back out) - it posts to
      *> suspense until the item is placed or written off.
          IF RCP-IMPORTE NUMERIC
             IF RCP-TIPO = "D"
                MOVE "RECSUSPR" TO GLA-TIPO
             ELSE
                MOVE "RECSUSP" TO GLA-TIPO
             END-IF
             PERFORM Write_Gl_Recovery_Pago
          END-IF.

       Write_Gl_Recovery_Pago.
          MOVE WS-cuenta TO GLA-NRO-CUENTA.
          MOVE RCP-NRO-TARJ TO GLA-NRO-TARJ.
          MOVE RCP-NRO-PAGO TO GLA-NRO-REF.
          MOVE RCP-FECHA-DDMMYYYY TO GLA-FECHA.
          MOVE RCP-IMPORTE TO GLA-IMPORTE.
          PERFORM Write_Gl_Activity.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The approvals go on a work index first; one pass over
      *> SUSPENSE.DAT then drops every approved item that has aged
      *> to the write-off limit and copies the rest back - the same
      *> copy-back Suspense-Reprocess uses.  Approvals that matched
      *> nothing are rejected with the reason.  No approval file
      *> means nothing was approved this cycle.
       Apply_Write_Offs.
          OPEN INPUT WriteOffTranFile.
          IF NOT WriteOffTranSuccess
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT WriteOffErrorFile.
          PERFORM Build_Write_Off_Index.
          CLOSE WriteOffTranFile.

          OPEN INPUT SuspenseFile.
          OPEN OUTPUT SuspenseWorkFile.
          PERFORM Read_Suspense_Record.
          PERFORM UNTIL EOF-SUSPENSE
             PERFORM Match_Write_Off
             PERFORM Read_Suspense_Record
          END-PERFORM.
          CLOSE SuspenseFile.
          CLOSE SuspenseWorkFile.

          PERFORM Rewrite_Suspense_File.
          PERFORM Reject_Unmatched_Approvals.

          CLOSE WriteOffIndexFile.
          CLOSE WriteOffErrorFile.

       Build_Write_Off_Index.
          OPEN OUTPUT WriteOffIndexFile.
          CLOSE WriteOffIndexFile.
          OPEN I-O WriteOffIndexFile.
          IF NOT WriteOffIndexSuccess
             DISPLAY "Unable to open wrtofidx.dat - status "
                WriteOffIndexStatus
             STOP RUN
          END-IF.

          PERFORM Read_Write_Off_Tran.
          PERFORM UNTIL EOF-WRITE-OFF-TRAN
             IF WOT-NRO-TARJ NOT NUMERIC
                OR WOT-NRO-CUPON NOT NUMERIC
                OR WOT-IMPORTE NOT NUMERIC
                MOVE "INVALID APPROVAL RECORD" TO WS-tran-reason
                PERFORM Reject_Write_Off_Tran
             ELSE
                MOVE WOT-NRO-TARJ TO WOI-NRO-TARJ
                MOVE WOT-NRO-CUPON TO WOI-NRO-CUPON
                MOVE WOT-FECHA-COMPRA TO WOI-FECHA-COMPRA
                MOVE WOT-TIPO TO WOI-TIPO
                MOVE WOT-IMPORTE TO WOI-IMPORTE
                SET WOI-PENDIENTE TO TRUE
                WRITE WriteOffIndexRecord
                   INVALID KEY
                      MOVE "DUPLICATE APPROVAL" TO WS-tran-reason
                      PERFORM Reject_Write_Off_Tran
                END-WRITE
             END-IF
             PERFORM Read_Write_Off_Tran
          END-PERFORM.

       Read_Write_Off_Tran.
          READ WriteOffTranFile
             AT END SET EOF-WRITE-OFF-TRAN TO TRUE
          END-READ.

       Read_Suspense_Record.
          READ SuspenseFile
             AT END SET EOF-SUSPENSE TO TRUE
          END-READ.

      *> An item is written off once - a second suspense record
      *> with the same key finds its approval already used and
      *> stays.
       Match_Write_Off.
          MOVE SUSP-NRO-TARJ TO WOI-NRO-TARJ.
          MOVE SUSP-NRO-CUPON TO WOI-NRO-CUPON.
          MOVE SUSP-FECHA-COMPRA TO WOI-FECHA-COMPRA.
          MOVE SUSP-TIPO TO WOI-TIPO.
          READ WriteOffIndexFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT WriteOffIndexSuccess OR WOI-DADO-DE-BAJA
             WRITE SuspenseWorkRecord FROM SuspenseRecord
             EXIT PARAGRAPH
          END-IF.

          IF SUSP-IMPORTE NOT = WOI-IMPORTE
             SET WOI-IMPORTE-DISTINTO TO TRUE
          ELSE
             IF SUSP-CYCLE-AGE NOT NUMERIC
                OR SUSP-CYCLE-AGE < WS-AGE-LIMIT
                SET WOI-NO-VENCIDO TO TRUE
             ELSE
                SET WOI-DADO-DE-BAJA TO TRUE
             END-IF
          END-IF.
          REWRITE WriteOffIndexRecord
             INVALID KEY CONTINUE
          END-REWRITE.

          IF NOT WOI-DADO-DE-BAJA
             WRITE SuspenseWorkRecord FROM SuspenseRecord
             EXIT PARAGRAPH
          END-IF.

          ADD 1 TO WS-writeoff-count.
          ADD SUSP-IMPORTE TO WS-writeoff-total.

          EVALUATE SUSP-TIPO
             WHEN "C"
                MOVE "BAJAPAGO" TO GLA-TIPO
             WHEN "D"
                MOVE "BAJAREV" TO GLA-TIPO
             WHEN OTHER
                MOVE "BAJASUSP" TO GLA-TIPO
          END-EVALUATE.
          MOVE 0 TO GLA-NRO-CUENTA.
          MOVE SUSP-NRO-TARJ TO GLA-NRO-TARJ.
          MOVE SUSP-NRO-CUPON TO GLA-NRO-REF.
          MOVE SUSP-FECHA-COMPRA TO GLA-FECHA.
          MOVE SUSP-IMPORTE TO GLA-IMPORTE.
          PERFORM Write_Gl_Activity.

          MOVE "BAJA SUSP." TO LDL-TIPO.
          MOVE 0 TO LDL-CUENTA.
          MOVE SUSP-NRO-TARJ TO LDL-NRO-TARJ.
          MOVE SUSP-FECHA-COMPRA TO LDL-FECHA.
          MOVE SUSP-NRO-CUPON TO LDL-REFERENCIA.
          MOVE SUSP-IMPORTE TO LDL-IMPORTE.
          MOVE 0 TO LDL-PENDIENTE.
          MOVE SUSP-REASON TO LDL-DETALLE.
          WRITE LossReportRecord FROM LossDetailLine.

       Rewrite_Suspense_File.
          OPEN INPUT SuspenseWorkFile.
          OPEN OUTPUT SuspenseFile.
          PERFORM Copy_Suspense_Record.
          PERFORM UNTIL EOF-SUSPENSE-WORK
             WRITE SuspenseRecord FROM SuspenseWorkRecord
             PERFORM Copy_Suspense_Record
          END-PERFORM.
          CLOSE SuspenseWorkFile.
          CLOSE SuspenseFile.

       Copy_Suspense_Record.
          READ SuspenseWorkFile
             AT END SET EOF-SUSPENSE-WORK TO TRUE
          END-READ.

       Reject_Unmatched_Approvals.
          MOVE LOW-VALUES TO WOI-KEY.
          START WriteOffIndexFile KEY IS NOT LESS THAN WOI-KEY
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT WriteOffIndexSuccess
             READ WriteOffIndexFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF WriteOffIndexSuccess AND NOT WOI-DADO-DE-BAJA
                EVALUATE TRUE
                   WHEN WOI-NO-VENCIDO
                      MOVE "ITEM NOT AGED FOR WRITE-OFF"
                         TO WS-tran-reason
                   WHEN WOI-IMPORTE-DISTINTO
                      MOVE "AMOUNT DIFFERS FROM SUSPENSE"
                         TO WS-tran-reason
                   WHEN OTHER
                      MOVE "ITEM NOT IN SUSPENSE" TO WS-tran-reason
                END-EVALUATE
                MOVE WOI-NRO-TARJ TO WOT-NRO-TARJ
                MOVE WOI-NRO-CUPON TO WOT-NRO-CUPON
                MOVE WOI-FECHA-COMPRA TO WOT-FECHA-COMPRA
                MOVE WOI-IMPORTE TO WOT-IMPORTE
                MOVE WOI-TIPO TO WOT-TIPO
                PERFORM Reject_Write_Off_Tran
             END-IF
          END-PERFORM.

       Reject_Write_Off_Tran.
          MOVE WOT-NRO-TARJ TO WERR-NRO-TARJ.
          MOVE WOT-NRO-CUPON TO WERR-NRO-CUPON.
          MOVE WOT-FECHA-COMPRA TO WERR-FECHA-COMPRA.
          MOVE WOT-IMPORTE TO WERR-IMPORTE.
          MOVE WOT-TIPO TO WERR-TIPO.
          MOVE WS-tran-reason TO WERR-REASON.
          WRITE WriteOffErrorRecord.
          ADD 1 TO WS-wo-error-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> One typed movement for GL-Journal, dated with the cycle it
      *> ran in - always in pesos.
       Write_Gl_Activity.
          MOVE WS-BALANCE-AS-OF-DATE TO GLA-FECHA-CICLO.
          MOVE "PES" TO GLA-MONEDA.
          MOVE 0 TO GLA-IMPORTE-ORIG.
          WRITE GlActivityRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> What the whole ledger still has outstanding - the figure
      *> the provision is set against.
       Total_Recovery_Ledger.
          MOVE LOW-VALUES TO RCV-NRO-CUENTA.
          START RecoveryFile KEY IS NOT LESS THAN RCV-NRO-CUENTA
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT RecoverySuccess
             READ RecoveryFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF RecoverySuccess
                ADD 1 TO WS-ledger-count
                COMPUTE WS-ledger-pendiente = WS-ledger-pendiente
                   + RCV-IMPORTE-CASTIGO - RCV-IMPORTE-RECUPERADO
             END-IF
          END-PERFORM.

       Write_Report_Totals.
          MOVE SPACES TO WS-report-line.
          WRITE LossReportRecord FROM WS-report-line.

          MOVE "Castigos del ciclo:" TO LTL-LABEL.
          MOVE WS-chargeoff-count TO LTL-COUNT.
          MOVE WS-chargeoff-total TO LTL-IMPORTE.
          WRITE LossReportRecord FROM LossTotalLine.

          MOVE "Recuperos del ciclo:" TO LTL-LABEL.
          MOVE WS-recovery-count TO LTL-COUNT.
          MOVE WS-recovery-total TO LTL-IMPORTE.
          WRITE LossReportRecord FROM LossTotalLine.

          MOVE "Bajas de suspenso:" TO LTL-LABEL.
          MOVE WS-writeoff-count TO LTL-COUNT.
          MOVE WS-writeoff-total TO LTL-IMPORTE.
          WRITE LossReportRecord FROM LossTotalLine.

          COMPUTE WS-net-loss = WS-chargeoff-total
             - WS-recovery-total + WS-writeoff-total.
          MOVE "Perdida neta del ciclo:" TO LTL-LABEL.
          MOVE 0 TO LTL-COUNT.
          MOVE WS-net-loss TO LTL-IMPORTE.
          WRITE LossReportRecord FROM LossTotalLine.

          MOVE "Cartera castigada pendiente:" TO LTL-LABEL.
          MOVE WS-ledger-count TO LTL-COUNT.
          MOVE WS-ledger-pendiente TO LTL-IMPORTE.
          WRITE LossReportRecord FROM LossTotalLine.
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

      *> Same journal record Tarjeta-Maintenance writes, action "K"
      *> (castigo) - the after-image is the master record as just
      *> rewritten.
       Write_Audit_Record.
          MOVE WS-CURRENT-DATE TO TAU-FECHA.
          MOVE WS-CURRENT-TIME(1:6) TO TAU-HORA.
          MOVE WS-OPERADOR TO TAU-OPERADOR.
          MOVE "K" TO TAU-ACCION.
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

      *> Same journal record Saldo-Maintenance writes.
       Write_Saldo_Audit_Record.
          MOVE WS-CURRENT-DATE TO SAU-FECHA.
          MOVE WS-CURRENT-TIME(1:6) TO SAU-HORA.
          MOVE WS-OPERADOR TO SAU-OPERADOR.
          MOVE WS-cuenta TO SAU-NRO-TARJ.
          MOVE WS-BALANCE-AS-OF-DATE TO SAU-FECHA-SALDO.
          MOVE WS-old-flag TO SAU-OLD-FLAG.
          MOVE WS-old-importe TO SAU-OLD-IMPORTE.
          MOVE 0 TO SAU-NEW-IMPORTE.
          WRITE SaldoAuditRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "Charge-off run complete - cycle "
             WS-BALANCE-AS-OF-DATE.
          DISPLAY "  Accounts charged off : " WS-chargeoff-count.
          DISPLAY "  Cards closed         : " WS-cards-closed-total.
          DISPLAY "  Already on ledger    : " WS-already-count.
          DISPLAY "  Recoveries applied   : " WS-recovery-count.
          DISPLAY "  Suspense write-offs  : " WS-writeoff-count.
          IF WS-wo-error-count > 0
             DISPLAY "  Approvals rejected   : " WS-wo-error-count
                " (see WRTOFTRN_ERRORS.DAT)"
          END-IF.
          IF WS-unmatched-pago-count > 0
             DISPLAY "  Payments to suspense : "
                WS-unmatched-pago-count " (account not on ledger)"
          END-IF.
          DISPLAY "Report written to CC_LOSSRPT.DAT".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Close_All_Files.
          CLOSE TarjetaFile.
          CLOSE RecoveryFile.
          CLOSE TarjetaAuditFile.
          CLOSE SaldoAuditFile.
          CLOSE LossReportFile.
          CLOSE GlActivityFile.
          IF SALDOS-AVAILABLE
             CLOSE SaldoFile
          END-IF.
          IF CUOTAS-AVAILABLE
             CLOSE CuotasFile
          END-IF.

       END PROGRAM Charge-Off.
