      *    instead of billed, and the prior cycle's hold file is
      *    attached automatically as a feed slot; held and
      *    re-introduced counts print in the report footer.
      *  - Installment purchases (cuotas): the coupon layout carries
      *    an installment count (blank or 1 is a single charge),
      *    carried through suspense and the hold file like the
      *    merchant code.  A coupon in N cuotas opens a plan on the
      *    CC_CUOTAS.DAT ledger (card + cupon + purchase date) and
      *    bills only its first cuota; every later run bills the
      *    cuota due from the ledger, which takes part in the merge
      *    like the payments feed, so a card with nothing but cuotas
      *    still gets its statement.  Detail lines show "cuota n/N",
      *    the unbilled remainder prints as "Cuotas a vencer" and
      *    counts against the credit limit in Check_Over_Limit, and
      *    a plan Dispute-Maintenance has stopped bills nothing.
      *  - The limit check takes the unbilled remainder of every live
      *    or stopped plan on the account from a cuopidx.dat work
      *    index built off the ledger, not just the plans that billed
      *    a cuota this cycle; a foreign purchase's original-currency
      *    amount is split over its cuotas like the local amount; and
      *    a CC_DISPUTE.DAT that exists but won't open stops the run.
      *  - Authorization matching: every billed merchant coupon is
      *    matched (card, merchant, amount, purchase date) against
      *    the holds the Authorization utility logged on
      *    CC_AUTHLOG.DAT, and the matched hold is released.  A
      *    coupon with no authorization still bills but is listed
      *    on the CC_AUTHEXC.DAT exception report; counts print in
      *    the report footer.
      *  - General-ledger activity: every statement line the run
      *    bills (purchases with their original currency, late-fee
      *    coupons, payments and reversals) and each account's
      *    finance charge goes to CC_GLACT.DAT, tagged with its
      *    transaction type and cycle, for GL-Journal to post into
      *    the cycle's balanced journal.
      *  - Finance charge on the average daily balance: the carried
      *    balance, each coupon from its purchase date and each
      *    payment from its PG-FECHA-PAGO, averaged over the days
      *    since the prior cycle's as-of date.  New purchases are
      *    in grace - no charge at all - when the prior statement's
      *    Nuevo saldo was paid in full by its due date (the prior
      *    as-of date plus the product's FINTERMS.DAT due days).
      *    The statement and CC_EXTRACT.DAT show the average daily
      *    balance and the days in the cycle it was taken over.
      *  - Replaced cards: a card that fails checkcc because
      *    Card-Replacement retired it (it is on the CC_TARJXREF.DAT
      *    cross-reference as replaced) has its coupons written to
      *    the CC_FRAUDREV.DAT fraud review list, with the number
      *    that replaced it, instead of to suspense - a purchase on
      *    a plastic reported lost or stolen is a fraud question,
      *    not a data problem.  Its payments still go to suspense.
      *  - Charged-off accounts: a card that fails checkcc because
      *    Charge-Off closed its account (the account is on the
      *    CC_RECOVERY.DAT recovery ledger) bills nothing more - no
      *    finance charge, and the late fee Delinquency-Track
      *    assessed before the charge-off is dropped.  Its payments
      *    go to CC_RECPAGO.DAT for Charge-Off to apply to the
      *    ledger as recoveries; any other coupon goes to suspense
      *    as "ACCOUNT CHARGED OFF", on its way to write-off.
      *  - Fraud screening: before a coupon is released to the sort
      *    it is scored against the rules on FRAUDPRM.DAT - more
      *    coupons on the card for one purchase day than allowed,
      *    an amount far above the card's usual billed coupon on
      *    CUPONHIS.DAT (which now keeps each coupon's billed pesos
      *    and currency), a foreign currency on a card with no
      *    foreign history, or a merchant whose COM-RUBRO is on the
      *    FRAUDRUB.DAT high-risk list.  A coupon that hits a rule
      *    goes to the CC_FRAUDREV.DAT review queue with the rule
      *    that fired, pending, and is not billed.  Only the
      *    Fraud-Release utility takes it off the queue; what the
      *    desk releases comes back on CUPONREL.DAT, attached as a
      *    feed slot like the hold file, bills without screening
      *    and is emptied at clean end of run.  Late fees (merchant
      *    zero) are never screened.
      *  - Proof of input: every record a feed slot or PAGOS.DAT
      *    hands the merge is counted as received and again under
      *    where it ended - billed, held, suspended, rejected,
      *    duplicate, FX reject, fraud review, dropped late fee,
      *    recovery payment, or read past on a restart - by count
      *    and by IMPORTE in the feed's own currency, alongside the
      *    feed's trailer totals.  The run also totals what it
      *    released to the sort.  All of it goes to CC_PROOF.DAT at
      *    clean end of run for Cycle-Balance to prove.
      *  - Rewards points: every billed purchase coupon earns points
      *    at the PTSRATE.DAT rate for its merchant's COM-RUBRO and
      *    the account's product, on the full purchase (a purchase
      *    in cuotas earns once, when its plan opens).  Payments,
      *    late fees and merchant-zero coupons earn nothing.  The
      *    coupon's points are kept on its CUPONHIS.DAT entry, so
      *    Dispute-Maintenance can take back exactly what a charged
      *    back coupon earned.  Each account's points for the cycle
      *    go on the CC_PUNTOS.DAT points ledger as one lot per
      *    cycle; lots older than the PTSPARM.DAT expiry cycles
      *    expire at the statement, and every movement is
      *    journaled to CC_PTSMOV.DAT.  The statement and
      *    CC_EXTRACT.DAT show the points earned this cycle and the
      *    account's points balance.
      *  - Open disputes and merchant settlement totals accumulate
      *    on rebuilt-every-run work indexes (dispidx.dat by
      *    account, merchidx.dat by merchant code) instead of fixed
      *    tables, so neither stops summarizing as the portfolio
      *    grows.  CC_DISPUTE.DAT is read in its new indexed form,
      *    and CC_MERCH.DAT now comes out in merchant code order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT MerchantSummaryFile ASSIGN TO "..\files\CC_MERCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Work index of the settlement totals by merchant code -
          *> rebuilt every run.
          SELECT MerchantIndexFile ASSIGN TO "..\files\merchidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MIX-CODIGO
          FILE STATUS IS MerchantIndexStatus.

          *> Cycle run-control record - as-of date plus where the
          *> cycle stands (OPEN / BILLED / POSTED / CLOSED).
          SELECT CycleStatusFile ASSIGN TO "..\files\CYCLSTAT.DAT"
          FILE STATUS IS FxRatesStatus.

          *> Dispute case master - read for the open cases whose
          *> amounts stay out of Pago minimo.  Same file/key layout
          *> Dispute-Maintenance keeps.  Optional: no file just
          *> means no disputes.
          SELECT DisputeFile ASSIGN TO "..\files\CC_DISPUTE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS DSP-KEY
          FILE STATUS IS DisputeStatus.

          *> Work index of the open disputed totals by account -
          *> rebuilt every run.
          SELECT DisputeIndexFile ASSIGN TO "..\files\dispidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DIX-NRO-CUENTA
          FILE STATUS IS DisputeIndexStatus.

          *> Work index of the unbilled cuotas by account, every live
          *> or stopped plan on the ledger - rebuilt every run.
          SELECT CuotasPendIndexFile ASSIGN TO "..\files\cuopidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CPX-NRO-CUENTA
          FILE STATUS IS CuotasPendIndexStatus.

          *> Statement archive - every per-account line of every
          *> cycle's statements, keyed account + as-of date.  A
          *> multi-cycle store: opened EXTEND, only ever appended.
          SELECT ArchiveFile ASSIGN TO "..\files\CC_STMARC.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Installment ledger - one record per purchase billed in
          *> cuotas, keyed card + cupon + purchase date, with the
          *> cuotas billed so far and the amount still to bill.
          SELECT CuotasFile ASSIGN TO "..\files\CC_CUOTAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CUO-KEY
          FILE STATUS IS CuotasStatus.

          *> Authorization log - same file/key layout the
          *> Authorization utility writes.  Billed coupons release
          *> the holds they match.
          SELECT AuthFile ASSIGN TO "..\files\CC_AUTHLOG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AUT-KEY
          FILE STATUS IS AuthStatus.

          *> Billed coupons no authorization matched.
          SELECT AuthExceptionFile ASSIGN TO "..\files\CC_AUTHEXC.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> General-ledger activity - one record per billed line and
          *> per finance charge, typed for GL-Journal.
          SELECT GlActivityFile ASSIGN TO "..\files\CC_GLACT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Card-number cross-reference - same file/key layout
          *> Card-Replacement writes.  Optional: no file just means
          *> no card was ever replaced.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

          *> Coupons held for the fraud desk.  A multi-cycle store
          *> like SUSPENSE.DAT - OPTIONAL and always opened EXTEND.
          SELECT OPTIONAL FraudReviewFile
          ASSIGN TO "..\files\CC_FRAUDREV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Recovery ledger - same file/key layout Charge-Off
          *> keeps.  Optional: no file means nothing charged off.
          SELECT RecoveryFile ASSIGN TO "..\files\CC_RECOVERY.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RCV-NRO-CUENTA
          FILE STATUS IS RecoveryStatus.

          *> Payments on charged-off accounts, PAGOS.DAT layout,
          *> waiting for Charge-Off to apply them - OPTIONAL and
          *> always opened EXTEND, Charge-Off empties it.
          SELECT OPTIONAL RecoveryPagoFile
          ASSIGN TO "..\files\CC_RECPAGO.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Fraud screening rule limits - optional, one record;
          *> absent means the compiled defaults.
          SELECT FraudParmFile ASSIGN TO "..\files\FRAUDPRM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FraudParmStatus.

          *> High-risk merchant categories - one COM-RUBRO per
          *> record.  Optional: no file means no category rule.
          SELECT FraudRubroFile ASSIGN TO "..\files\FRAUDRUB.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FraudRubroStatus.

          *> Coupons the fraud desk released - written by
          *> Fraud-Release with a control trailer, probed at startup
          *> and attached as a feed slot like CUPONHLD.DAT.
          SELECT ReleaseFile ASSIGN TO "..\files\CUPONREL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReleaseStatus.

          *> Proof of input - where every record each feed delivered
          *> ended up, written at clean end of run for Cycle-Balance.
          SELECT ProofFile ASSIGN TO "..\files\CC_PROOF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Points earning rates - merchant category and card
          *> product.  No file means no coupon earns points.
          SELECT PtsRateFile ASSIGN TO "..\files\PTSRATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PtsRateStatus.

          *> Points program parameters - one record, optional.
          SELECT PtsParmFile ASSIGN TO "..\files\PTSPARM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PtsParmStatus.

          *> Points ledger - one lot per account per earning cycle,
          *> keyed account + cycle so an account's lots read oldest
          *> first.  Points-Redemption and Dispute-Maintenance draw
          *> on the same file.
          SELECT PointsFile ASSIGN TO "..\files\CC_PUNTOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PTS-KEY
          FILE STATUS IS PointsStatus.

          *> Points movements journal - earned, expired, redeemed and
          *> reversed - a multi-cycle store, only ever appended.
          SELECT OPTIONAL PointsMoveFile
          ASSIGN TO "..\files\CC_PTSMOV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> billing currency, anything else converts at the FXRATES
      *> rate effective on the purchase date.
        03 C01-MONEDA                   PIC X(3).
      *> Installments (cuotas) the purchase is billed in - blank on a
      *> pre-installment feed, which like "01" is a single charge.
        03 C01-CUOTAS                   PIC 9(2).
      *> Trailer view of the same record area: every feed listed in
      *> CuponControlFile ends with a "T" record carrying the feed's
      *> record count and an IMPORTE hash total, verified up front by
        03 C02-IMPORTE                   PIC 9(6)V99.
        03 C02-COMERCIO                 PIC 9(6).
        03 C02-MONEDA                   PIC X(3).
        03 C02-CUOTAS                   PIC 9(2).
       01 Cupon_Trailer_02.
        03 C02-TRL-ID                   PIC X(1).
        03 C02-TRL-COUNT                PIC 9(7).
        03 C03-IMPORTE                   PIC 9(6)V99.
        03 C03-COMERCIO                 PIC 9(6).
        03 C03-MONEDA                   PIC X(3).
        03 C03-CUOTAS                   PIC 9(2).
       01 Cupon_Trailer_03.
        03 C03-TRL-ID                   PIC X(1).
        03 C03-TRL-COUNT                PIC 9(7).
        03 C04-IMPORTE                   PIC 9(6)V99.
        03 C04-COMERCIO                 PIC 9(6).
        03 C04-MONEDA                   PIC X(3).
        03 C04-CUOTAS                   PIC 9(2).
       01 Cupon_Trailer_04.
        03 C04-TRL-ID                   PIC X(1).
        03 C04-TRL-COUNT                PIC 9(7).
        03 C05-IMPORTE                   PIC 9(6)V99.
        03 C05-COMERCIO                 PIC 9(6).
        03 C05-MONEDA                   PIC X(3).
        03 C05-CUOTAS                   PIC 9(2).
       01 Cupon_Trailer_05.
        03 C05-TRL-ID                   PIC X(1).
        03 C05-TRL-COUNT                PIC 9(7).
        03 C06-IMPORTE                   PIC 9(6)V99.
        03 C06-COMERCIO                 PIC 9(6).
        03 C06-MONEDA                   PIC X(3).
        03 C06-CUOTAS                   PIC 9(2).
       01 Cupon_Trailer_06.
        03 C06-TRL-ID                   PIC X(1).
        03 C06-TRL-COUNT                PIC 9(7).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Original settlement currency - blank is pesos.
         03 SUSP-MONEDA                  PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Installment count the coupon arrived with - zero on
      *> payment/credit items.
         03 SUSP-CUOTAS                  PIC 9(2).

       FD ErrorFile.
       01 ErrorRecord.
      *> sort-importe above is always the billed peso amount.
          02 sort-moneda-orig            PIC X(3).
          02 sort-importe-orig           PIC 9(6)V99.
      *> Installment being billed on this record - cuota number and
      *> plan size (zero on single charges and payments), the plan's
      *> full billed amount and what is still left to bill after
      *> this cuota.  sort-importe above is the cuota itself.
          02 sort-cuota-nro              PIC 9(2).
          02 sort-cuotas                 PIC 9(2).
          02 sort-cuota-total            PIC 9(6)V99.
          02 sort-cuota-pend             PIC 9(6)V99.
      *> Rewards points the coupon earned - on a purchase's first
      *> (or only) billed record, zero everywhere else.
          02 sort-puntos                 PIC 9(7).

      *> Widened from 60 bytes when the merchant name joined the
      *> detail line, again for the original-currency columns, and
      *> again for the installment column - header/amount lines
      *> still occupy the first 60 positions exactly as before,
      *> padded with spaces.
       FD ReportFile.
       01 ReportRecord                   PIC X(117).

       FD HoldFile.
       01 HoldRecord.
         03 HOLD-IMPORTE                 PIC 9(6)V99.
         03 HOLD-COMERCIO                PIC 9(6).
         03 HOLD-MONEDA                  PIC X(3).
         03 HOLD-CUOTAS                  PIC 9(2).
      *> Control-total trailer the feed verification demands of
      *> every CUPONCTL feed - the hold file merges as one.
       01 HoldTrailerRecord.
         03 HNEW-IMPORTE                 PIC 9(6)V99.
         03 HNEW-COMERCIO                PIC 9(6).
         03 HNEW-MONEDA                  PIC X(3).
         03 HNEW-CUOTAS                  PIC 9(2).

       FD FinTermsFile.
       01 FinTermsRecord.
         03 FT-FLOOR                     PIC 9(4)V99.
         03 FILLER                       PIC X(1).
         03 FT-FECHA-EFF                 PIC X(8).
      *> Days after the statement the payment is due - blank on an
      *> older record, which takes the compiled default.
         03 FILLER                       PIC X(1).
         03 FT-DIAS-VENC                 PIC 9(2).

       FD HistoryFile.
       01 HistoryRecord.
      *> coupon - what the duplicate report shows as the original.
         02 HIST-FECHA-CICLO             PIC X(8).
         02 HIST-FEED-SLOT               PIC 9(2).
      *> Billed pesos and the currency the coupon came in - what the
      *> fraud screening judges a card's usual spend by.  Spaces on
      *> an entry written before the columns existed.
         02 HIST-IMPORTE                 PIC 9(6)V99.
         02 HIST-MONEDA                  PIC X(3).
      *> Rewards points the coupon earned - what a chargeback takes
      *> back off the points ledger.  Zeroed once it has.
         02 HIST-PUNTOS                  PIC 9(7).

       FD DupFile.
       01 DupRecord.
         03 OVL-NUEVO-SALDO              PIC 9(10)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 OVL-EXCEDENTE                PIC 9(10)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Installments still to bill - part of what the limit is
      *> measured against, alongside the new balance.
         03 OVL-CUOTAS-PEND              PIC 9(10)V99.

       FD ExtractFile.
       01 ExtractRecord.
         03 EXT-FECHA-SALDO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 EXT-FECHA-CONTROL            PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> What Cargo financiero was computed on - the average daily
      *> balance and the days in the cycle it averages.
         03 EXT-SALDO-PROMEDIO           PIC 9(10)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 EXT-DIAS-CICLO               PIC 9(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Rewards points earned this cycle and the account's points
      *> balance after this cycle's expiries.
         03 EXT-PUNTOS-CICLO             PIC 9(9).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 EXT-PUNTOS-SALDO             PIC 9(9).

      *> Merchant master - same file/key layout Comercio-Maintenance
      *> owns.
       FD DisputeFile.
       01 DisputeRecord.
         88 EOF-DISPUTE VALUE HIGH-VALUES.
         02 DSP-KEY.
           04 DSP-NRO-TARJ               PIC 9(10).
           04 DSP-NRO-CUPON              PIC 9(5).
           04 DSP-FECHA-COMPRA           PIC X(8).
           04 DSP-NRO-CASO               PIC 9(2).
         02 DSP-IMPORTE                  PIC 9(6)V99.
         02 DSP-ESTADO                   PIC X(1).
         02 DSP-FECHA-ALTA               PIC X(8).
         02 DSP-FECHA-RESOL              PIC X(8).

       FD DisputeIndexFile.
       01 DisputeIndexRecord.
         02 DIX-NRO-CUENTA               PIC 9(10).
         02 DIX-IMPORTE                  PIC 9(10)V99.

       FD CuotasPendIndexFile.
       01 CuotasPendIndexRecord.
         02 CPX-NRO-CUENTA               PIC 9(10).
         02 CPX-IMPORTE-PEND             PIC 9(10)V99.

       FD ArchiveFile.
       01 ArchiveRecord.
      *> writes lines back out in this order.
         03 ARC-SEQ                      PIC 9(4).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 ARC-LINE                     PIC X(117).

       FD MerchantSummaryFile.
       01 MerchantSummaryRecord.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MSUM-FECHA-CICLO             PIC X(8).

       FD MerchantIndexFile.
       01 MerchantIndexRecord.
         02 MIX-CODIGO                   PIC 9(6).
         02 MIX-NOMBRE                   PIC X(30).
         02 MIX-CUPONES                  PIC 9(7).
         02 MIX-IMPORTE                  PIC 9(10)V99.

       FD CuotasFile.
       01 CuotasRecord.
         02 CUO-KEY.
           04 CUO-NRO-TARJ               PIC 9(10).
           04 CUO-NRO-CUPON              PIC 9(5).
      *> DDMMYYYY, the purchase date - with the card and cupon
      *> number, the same coupon identity a dispute case carries.
           04 CUO-FECHA-COMPRA           PIC X(8).
         02 CUO-CUOTAS                   PIC 9(2).
      *> Last cuota billed, and the cycle (as-of date) it billed in.
         02 CUO-ULTIMA                   PIC 9(2).
         02 CUO-FECHA-CICLO              PIC X(8).
      *> The plan's full billed (peso) amount, and what is left of
      *> it after the cuotas billed so far.
         02 CUO-IMPORTE-TOTAL            PIC 9(6)V99.
         02 CUO-IMPORTE-PEND             PIC 9(6)V99.
         02 CUO-COMERCIO                 PIC 9(6).
         02 CUO-MONEDA-ORIG              PIC X(3).
         02 CUO-IMPORTE-ORIG             PIC 9(6)V99.
      *> "A" - billing; "F" - fully billed; "S" - stopped by an open
      *> dispute on the coupon; "C" - cancelled, the dispute
      *> resolved for the cardholder.  Dispute-Maintenance sets S/C
      *> and puts a plan back to A when the merchant wins.
         02 CUO-ESTADO                   PIC X(1).
           88 CUO-ACTIVA                 VALUE "A".
           88 CUO-FINALIZADA             VALUE "F".
           88 CUO-SUSPENDIDA             VALUE "S".
           88 CUO-ANULADA                VALUE "C".

       FD AuthFile.
       01 AuthRecord.
         02 AUT-KEY.
           04 AUT-NRO-CUENTA             PIC 9(10).
           04 AUT-NRO-AUTH               PIC 9(6).
         02 AUT-NRO-TARJ                 PIC 9(10).
         02 AUT-FECHA                    PIC X(8).
         02 AUT-HORA                     PIC X(6).
         02 AUT-IMPORTE                  PIC 9(6)V99.
         02 AUT-COMERCIO                 PIC 9(6).
         02 AUT-DECISION                 PIC X(1).
         02 AUT-MOTIVO                   PIC X(30).
         02 AUT-DISPONIBLE               PIC S9(10)V99.
      *> "H" holding; "M" matched to a billed coupon; "V" expired
      *> unclaimed; "N" declined.
         02 AUT-ESTADO                   PIC X(1).
           88 AUT-RETENIDA               VALUE "H".
           88 AUT-CONSUMIDA              VALUE "M".
           88 AUT-VENCIDA                VALUE "V".
         02 AUT-FECHA-CIERRE             PIC X(8).
         02 AUT-NRO-CUPON                PIC 9(5).

       FD AuthExceptionFile.
       01 AuthExceptionRecord.
         03 AEX-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-COMERCIO                 PIC 9(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-NRO-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AEX-REASON                   PIC X(30).

       FD GlActivityFile.
       01 GlActivityRecord.
         03 GLA-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> "COMPRA" purchase or cuota, "CARGOMOR" late fee, "INTERES"
      *> finance charge, "PAGO" payment/credit, "REVERSO" payment
      *> reversal.  GL-Journal refines PAGO/REVERSO by origin.
         03 GLA-TIPO                     PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Currency the purchase was made in - "PES" for pesos and for
      *> everything that isn't a purchase.
         03 GLA-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-NRO-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Cupon or payment number - zero on a finance charge.
         03 GLA-NRO-REF                  PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Billed pesos; the foreign amount alongside on a purchase in
      *> another currency.
         03 GLA-IMPORTE                  PIC 9(10)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 GLA-IMPORTE-ORIG             PIC 9(6)V99.

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

       FD FraudReviewFile.
       01 FraudReviewRecord.
         03 FRV-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> DDMMYYYY, as on the coupon.
         03 FRV-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-COMERCIO                 PIC 9(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-CUOTAS                   PIC 9(2).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Why the coupon is held for the fraud desk.
         03 FRV-REGLA                    PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> As-of date of the run that held it.
         03 FRV-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> The card that replaced a retired one - zero otherwise.
         03 FRV-TARJ-NUEVA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> "P" (or blank, on an entry written before the column
      *> existed) - pending; "L" - released to billing; "R" -
      *> rejected.  Only Fraud-Release moves an entry off "P".
         03 FRV-ESTADO                   PIC X(1).

       FD RecoveryFile.
       01 RecoveryRecord.
         02 RCV-NRO-CUENTA               PIC 9(10).
         02 RCV-TITULAR                  PIC X(30).
         02 RCV-FECHA-CASTIGO            PIC X(8).
         02 RCV-IMPORTE-CASTIGO          PIC 9(8)V99.
         02 RCV-IMPORTE-RECUPERADO       PIC S9(8)V99.
         02 RCV-FECHA-ULT-RECUPERO       PIC X(8).
         02 RCV-OPERADOR                 PIC X(8).

       FD RecoveryPagoFile.
       01 RecoveryPagoRecord.
         03 RCP-NRO-TARJ                 PIC 9(10).
         03 RCP-NRO-PAGO                 PIC 9(5).
         03 RCP-FECHA-PAGO.
           06 RCP-FILLER                 PIC X(2).
           06 RCP-FECHA-DDMMYYYY         PIC X(8).
         03 RCP-IMPORTE                  PIC 9(6)V99.
         03 RCP-TIPO                     PIC X(1).

       FD FraudParmFile.
       01 FraudParmRecord.
         88 EOF-FRAUD-PARM VALUE HIGH-VALUES.
      *> Coupons one card may present for one purchase day - the
      *> ones past it go to review.
         03 FRP-CUPONES-DIA              PIC X(3).
         03 FILLER                       PIC X(1).
      *> A coupon above this many times the card's average billed
      *> coupon goes to review ...
         03 FRP-FACTOR-IMPORTE           PIC X(3).
         03 FILLER                       PIC X(1).
      *> ... once the card has at least this many posted coupons.
         03 FRP-MIN-HISTORIA             PIC X(3).
         03 FILLER                       PIC X(1).
      *> "N" turns the foreign-currency rule off.
         03 FRP-REGLA-MONEDA             PIC X(1).

       FD FraudRubroFile.
       01 FraudRubroRecord.
         88 EOF-FRAUD-RUBRO VALUE HIGH-VALUES.
         03 FRR-RUBRO                    PIC X(4).

      *> Same layout as the hold file - Fraud-Release writes it.
       FD ReleaseFile.
       01 ReleaseRecord.
         03 REL-NRO-TARJ                 PIC 9(10).
         03 REL-NRO-CUPON                PIC 9(5).
         03 REL-FECHA-COMPRA             PIC X(10).
         03 REL-IMPORTE                  PIC 9(6)V99.
         03 REL-COMERCIO                 PIC 9(6).
         03 REL-MONEDA                   PIC X(3).
         03 REL-CUOTAS                   PIC 9(2).
       01 ReleaseTrailerRecord.
         03 RTRL-ID                      PIC X(1).
         03 RTRL-COUNT                   PIC 9(7).
         03 RTRL-HASH                    PIC 9(10)V99.

       FD ProofFile.
      *> "H" - the cycle, and "Y" when the run was a restart (the
      *> counts then cover only the resumed execution).
       01 ProofHeaderRecord.
         03 PRH-ID                       PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRH-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRH-REINICIO                 PIC X(1).
      *> "F" - one coupon feed slot, "P" - PAGOS.DAT.  PRF-CONTROL
      *> is "Y" when the trailer totals were proven up front.  The
      *> eleven count/IMPORTE pairs are, in order: received,
      *> billed, held, suspended, rejected, duplicate, FX reject,
      *> fraud review, dropped late fee, recovery payment and read
      *> past on a restart.
       01 ProofFeedRecord.
         03 PRF-ID                       PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRF-SLOT                     PIC 9(2).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRF-PATH                     PIC X(60).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRF-CONTROL                  PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRF-TRL-COUNT                PIC 9(7).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRF-TRL-HASH                 PIC 9(10)V99.
         03 PRF-DISP OCCURS 11 TIMES.
            05 FILLER                    PIC X(1).
            05 PRF-COUNT                 PIC 9(7).
            05 FILLER                    PIC X(1).
            05 PRF-IMPORTE               PIC 9(10)V99.
      *> "S" - what reached the sort (pesos; charges, and payments
      *> net of reversals), the footer's card count and Total
      *> facturado, and last cycle's unconsumed holds folded into
      *> CUPONHLD.NEW by Roll_Hold_File.
       01 ProofTotalRecord.
         03 PRT-ID                       PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-SORT-COUNT               PIC 9(7).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-SORT-CARGOS              PIC S9(12)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-SORT-PAGOS               PIC S9(12)V99
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-CUENTAS                  PIC 9(7).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-FACTURADO                PIC 9(12)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-ARRASTRE-COUNT           PIC 9(7).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PRT-ARRASTRE-IMPORTE         PIC 9(10)V99.

       FD PtsRateFile.
       01 PtsRateRecord.
         88 EOF-PTS-RATE VALUE HIGH-VALUES.
      *> Blank category - the product's rate for any category;
      *> blank product - the category's rate for any product.
         03 PTR-RUBRO                    PIC X(4).
         03 FILLER                       PIC X(1).
         03 PTR-PRODUCTO                 PIC X(3).
         03 FILLER                       PIC X(1).
      *> Points per billed peso, 999V99.
         03 PTR-TASA                     PIC X(5).
         03 PTR-TASA-NUM REDEFINES PTR-TASA
                                         PIC 9(3)V99.

       FD PtsParmFile.
       01 PtsParmRecord.
         88 EOF-PTS-PARM VALUE HIGH-VALUES.
      *> Cycles a lot stays redeemable - zero, never expires.
         03 PTP-CICLOS-VENC              PIC X(3).
         03 FILLER                       PIC X(1).
      *> Pesos one point redeems for, 9V99999 - Points-Redemption's.
         03 PTP-VALOR-PUNTO              PIC X(6).

       FD PointsFile.
       01 PointsRecord.
         02 PTS-KEY.
           04 PTS-NRO-CUENTA             PIC 9(10).
      *> Balance as-of date of the cycle that earned the lot,
      *> YYYYMMDD.
           04 PTS-FECHA-CICLO            PIC X(8).
         02 PTS-GANADOS                  PIC 9(9).
      *> What is left of the lot to redeem.
         02 PTS-DISPONIBLES              PIC 9(9).
      *> "A" - redeemable; "V" - expired; "C" - used up by
      *> redemptions and chargebacks.
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
      *> "G" - earned; "V" - expired; "C" - redeemed; "R" -
      *> reversed by a chargeback.
         03 MOV-TIPO                     PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-PUNTOS                   PIC 9(9).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 MOV-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Card + cupon on a reversal, the credit on a redemption.
         03 MOV-REFERENCIA               PIC X(20).

       WORKING-STORAGE SECTION.
       *> WS prefix stands for "working storage"
       01   SaldoStatus                  PIC X(2).
           88 MerchantNotFound VALUE "23".
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01   CuotasStatus                 PIC X(2).
           88 CuotasSuccess   VALUE "00".
           88 CuotasMissing   VALUE "35".
       01   AuthStatus                   PIC X(2).
           88 AuthSuccess     VALUE "00".

      *>-------------------------------------------------------------*
      *> Cycle run-control.  The billing run requires its as-of
       01 WS-fx-error-count              PIC 9(6) VALUE 0.

      *>-------------------------------------------------------------*
      *> Open disputes.  Read once from CC_DISPUTE.DAT (states O
      *> and P) and summed per ACCOUNT onto the dispidx.dat work
      *> index - each case's card resolves to its account through
      *> checkcc at load time - so the Print_Amounts break can read
      *> the account's disputed total by key.  Riding the sort
      *> would miss a disputing card that billed nothing this
      *> cycle (the normal pattern: the additional cardholder
      *> disputes a charge and stops using the card).
      *>-------------------------------------------------------------*
       01   DisputeStatus                PIC X(2).
           88 DisputeSuccess  VALUE "00".
       01   DisputeIndexStatus           PIC X(2).
           88 DisputeIndexSuccess VALUE "00".
       01 WS-disp-lookup-key             PIC 9(10).
       01 WS-group-disputado             PIC 9(10)V99 VALUE 0.
      *> The Pago minimo base after the disputed amount comes out.
      *> Statement archive - the line just written to the report,
      *> and its sequence within the account's statement.
      *>-------------------------------------------------------------*
       01 WS-stmt-line                   PIC X(117).
       01 WS-arc-seq                     PIC 9(4) VALUE 0.

       01   TarjetaStatus                PIC X(2).
      *> the new balance is signed because an overpayment leaves the
      *> card with a credit balance.
       01   WS-payments-amount           PIC S9(10)V99.
       01   WS-new-balance-amount        PIC S9(10)V99.

      *>-------------------------------------------------------------*
       01 WS-FINANCE-CHARGE-RATE         PIC 9V999 VALUE 0.030.
       01 WS-MIN-PAY-PERCENT             PIC 9V999 VALUE 0.050.
       01 WS-MIN-PAY-FLOOR               PIC 9(4)V99 VALUE 25.00.
       01 WS-PAY-DUE-DAYS                PIC 9(2) VALUE 20.
       01 WS-finance-charge-amount       PIC 9(10)V99.
       01 WS-minimum-payment-due         PIC 9(10)V99.

       01 WS-applied-rate                PIC 9V999.
       01 WS-applied-min-pct             PIC 9V999.
       01 WS-applied-floor               PIC 9(4)V99.
       01 WS-applied-due-days            PIC 9(2).
      *> The applied rate as a percentage for the statement line -
      *> 0.030 prints as 3.00.
       01 WS-applied-rate-pct            PIC 9(3)V99.
             03 WS-TERMS-MIN-PCT         PIC 9V999.
             03 WS-TERMS-FLOOR           PIC 9(4)V99.
             03 WS-TERMS-EFF-YYYYMMDD    PIC X(8).
             03 WS-TERMS-DIAS-VENC       PIC 9(2).
       01 WS-AS-OF-YYYYMMDD              PIC X(8).
       01 WS-BEST-EFF-YYYYMMDD           PIC X(8).

        03 WS-IMPORTE                    PIC 9(6)V99.
        03 WS-COMERCIO                   PIC 9(6).
        03 WS-MONEDA                     PIC X(3).
        03 WS-CUOTAS                     PIC 9(2).

       01 WS-TJ-KEY.
         03 WS-TJ-NRO-TARJ               PIC 9(10).
       01 WS-lines-this-page             PIC 9(2) VALUE 0.
       01 WS-lines-per-page              PIC 9(2) VALUE 20.
      *> Size of the per-card subtotal block Print_Amounts writes
      *> (Saldo anterior/Cargo financiero/Tasa aplicada/Saldo
      *> promedio diario/Dias del ciclo/Cargos del periodo/Pagos del
      *> periodo/Nuevo saldo/Pago minimo, plus the trailing blank
      *> line) - used to reserve room for the whole block before
      *> starting it.  The two points lines are added on when the
      *> points ledger is open.
       01 WS-AMOUNTS-BLOCK-LINES         PIC 9(2) VALUE 10.
       01 WS-report-card-count           PIC 9(6) VALUE 0.
       01 WS-report-total-billed         PIC 9(10)V99 VALUE 0.
      *> The account being totalled.  WS-group-nro-tarjeta keeps its
          02 RDL-MONEDA-ORIG             PIC X(3).
          02 FILLER                      PIC X(1) VALUE SPACE.
          02 RDL-IMPORTE-ORIG            PIC X(9).
          02 FILLER                      PIC X(1) VALUE SPACE.
      *> "cuota n/N" on an installment's line - blank otherwise.
          02 RDL-CUOTA                   PIC X(11).
       01 WS-ED-IMPORTE-ORIG             PIC Z(5)9.99.
       01 WS-ED-CUOTA-NRO                PIC Z9.
       01 WS-ED-CUOTAS                   PIC Z9.

       01 WS-MERCHANT-OPEN-SW            PIC X(1) VALUE "N".
          88 MERCHANT-AVAILABLE          VALUE "Y".
       01 WS-merch-cache-name            PIC X(30).

      *>-------------------------------------------------------------*
      *> Per-merchant settlement totals, accumulated on the
      *> merchidx.dat work index as the output phase writes detail
      *> lines (billed coupons only - payments and credits settle
      *> elsewhere) and written to CC_MERCH.DAT, in merchant code
      *> order, after the report footer.
      *>-------------------------------------------------------------*
       01   MerchantIndexStatus          PIC X(2).
           88 MerchantIndexSuccess VALUE "00".

      *>-------------------------------------------------------------*
      *> Over-limit check - a card whose new balance ends the cycle
      *> normalized to zero when the coupon is released.
             03 WS-CUPON-COMERCIO        PIC X(6).
             03 WS-CUPON-MONEDA          PIC X(3).
      *> Installment count as it arrived - blank on a
      *> pre-installment feed, normalized to 1 on release.
             03 WS-CUPON-CUOTAS          PIC X(2).
             03 WS-CUPON-EOF-SW          PIC X(1) VALUE "N".
                88 EOF-CUPON-SLOT        VALUE "Y".
                88 NOT-EOF-CUPON-SLOT    VALUE "N".
          88 CUPON-IS-DUPLICATE          VALUE "Y".
       01 WS-dup-count                   PIC 9(6) VALUE 0.

      *>-------------------------------------------------------------*
      *> Installment ledger.  CC_CUOTAS.DAT is read by card key and
      *> takes part in the merge like the payments feed: WS-CUO-NEXT-
      *> TARJ is the next card holding a plan, repositioned after
      *> every card so the ledger can be written while it is read.
      *> Cuota amounts are the plan total over the cuotas, truncated
      *> to the cent; the last cuota takes the rounding.  The
      *> original-currency amount is split the same way.
      *>-------------------------------------------------------------*
       01 WS-CUO-NEXT-TARJ               PIC 9(10) VALUE 9999999999.
       01 WS-cuota-base                  PIC 9(6)V99.
       01 WS-cuota-importe               PIC 9(6)V99.
       01 WS-cuota-pend                  PIC 9(6)V99.
       01 WS-cuota-orig-base             PIC 9(6)V99.
       01 WS-cuota-importe-orig          PIC 9(6)V99.
       01 WS-cuotas-plan-count           PIC 9(6) VALUE 0.
       01 WS-cuotas-billed-count         PIC 9(7) VALUE 0.
      *> The account's unbilled installments, read at the control
      *> break from the cuopidx.dat index Load_Cuotas_Pend builds
      *> off the ledger once Input_Process has billed the cycle.  A
      *> plan a dispute has stopped bills nothing but is still owed.
       01 WS-group-cuotas-pend           PIC 9(10)V99 VALUE 0.
       01   CuotasPendIndexStatus        PIC X(2).
           88 CuotasPendIndexSuccess VALUE "00".
       01 WS-cuo-lookup-key              PIC 9(10).
      *>-------------------------------------------------------------*
      *> Authorization matching.  A log that won't open turns the
      *> matching off for the run (told once) rather than listing
      *> every coupon as unauthorized.
      *>-------------------------------------------------------------*
       01 WS-AUTH-OPEN-SW                PIC X(1) VALUE "N".
          88 AUTH-LOG-AVAILABLE          VALUE "Y".
       01 WS-AUTH-MATCH-SW               PIC X(1).
          88 AUTH-MATCHED                VALUE "Y".
       01 WS-auth-matched-count          PIC 9(7) VALUE 0.
       01 WS-auth-exception-count        PIC 9(7) VALUE 0.
      *>-------------------------------------------------------------*
      *> General-ledger activity.  Late fees reach the run as
      *> merchant-zero coupons Delinquency-Track numbers from 90000
      *> up; that range is what tells them apart from purchases.
      *>-------------------------------------------------------------*
       01 WS-GL-FEE-CUPON-FROM           PIC 9(5) VALUE 90000.
      *>-------------------------------------------------------------*
      *> Replaced cards.  The cross-reference is looked at only for
      *> a card checkcc turned away.
      *>-------------------------------------------------------------*
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".
       01 WS-XREF-OPEN-SW                PIC X(1) VALUE "N".
          88 XREF-AVAILABLE              VALUE "Y".
       01 WS-REPLACED-SW                 PIC X(1).
          88 CARD-REPLACED               VALUE "Y".
       01 WS-replaced-by                 PIC 9(10).
       01 WS-fraud-review-count          PIC 9(7) VALUE 0.
      *>-------------------------------------------------------------*
      *> Charged-off accounts.  The recovery ledger is looked at
      *> only for a card checkcc turned away.
      *>-------------------------------------------------------------*
       01   RecoveryStatus               PIC X(2).
           88 RecoverySuccess VALUE "00".
       01 WS-RECOVERY-OPEN-SW            PIC X(1) VALUE "N".
          88 RECOVERY-AVAILABLE          VALUE "Y".
       01 WS-CHARGED-OFF-SW              PIC X(1).
          88 ACCOUNT-CHARGED-OFF         VALUE "Y".
       01 WS-recovery-pago-count         PIC 9(7) VALUE 0.
       01 WS-chargeoff-fee-count         PIC 9(7) VALUE 0.
       01 WS-susp-reason                 PIC X(30).
      *>-------------------------------------------------------------*
      *> Fraud screening.  The compiled limits are the defaults;
      *> FRAUDPRM.DAT overrides them, and a zero there turns that
      *> rule off.  The card's usual spend and foreign history are
      *> taken from its CUPONHIS.DAT entries once per card, before
      *> any of its coupons this run are recorded; the per-day
      *> counts run across every feed slot of the card.
      *>-------------------------------------------------------------*
       01   FraudParmStatus              PIC X(2).
           88 FraudParmSuccess VALUE "00".
       01   FraudRubroStatus             PIC X(2).
           88 FraudRubroSuccess VALUE "00".
       01   ReleaseStatus                PIC X(2).
           88 ReleaseSuccess  VALUE "00".
       01 WS-FRAUD-CUPONES-DIA           PIC 9(3) VALUE 10.
       01 WS-FRAUD-FACTOR-IMPORTE        PIC 9(3) VALUE 5.
       01 WS-FRAUD-MIN-HISTORIA          PIC 9(3) VALUE 3.
       01 WS-FRAUD-REGLA-MONEDA          PIC X(1) VALUE "Y".
          88 FOREIGN-RULE-ON             VALUE "Y".
       01 WS-MAX-RUBROS                  PIC 9(2) VALUE 50.
       01 WS-RUBRO-COUNT                 PIC 9(2) VALUE 0.
       01 WS-RUBRO-IDX                   PIC 9(2).
       01 WS-RUBRO-TABLE.
          02 WS-RUBRO-ENTRY OCCURS 50 TIMES.
             03 WS-RUBRO-CODIGO          PIC X(4).
       01 WS-SCREEN-MERCH-SW             PIC X(1) VALUE "N".
          88 SCREEN-MERCHANT-OPEN        VALUE "Y".
       01 WS-FRAUD-HIT-SW                PIC X(1).
          88 CUPON-FLAGGED               VALUE "Y".
       01 WS-fraud-regla                 PIC X(30).
      *> The card's posted history.
       01 WS-hist-count                  PIC 9(7).
       01 WS-hist-total                  PIC 9(12)V99.
       01 WS-hist-average                PIC 9(8)V99.
       01 WS-HIST-FOREIGN-SW             PIC X(1).
          88 CARD-HAS-FOREIGN-HISTORY    VALUE "Y".
       01 WS-HIST-SCAN-SW                PIC X(1).
          88 HIST-SCAN-DONE              VALUE "Y".
      *> Coupons per purchase day for the card in hand.
       01 WS-MAX-VEL-DIAS                PIC 9(2) VALUE 40.
       01 WS-VEL-COUNT                   PIC 9(2) VALUE 0.
       01 WS-VEL-IDX                     PIC 9(2).
       01 WS-VEL-TABLE.
          02 WS-VEL-ENTRY OCCURS 40 TIMES.
             03 WS-VEL-FECHA             PIC X(10).
             03 WS-VEL-CUPONES           PIC 9(5).
       01 WS-screened-count              PIC 9(7) VALUE 0.
      *> Release feed: its slot and the coupons it brought back.
       01 WS-REL-FEED-PATH               PIC X(60)
          VALUE "..\files\CUPONREL.DAT".
       01 WS-REL-SLOT-IDX                PIC 9(2) VALUE 0.
       01 WS-released-count              PIC 9(7) VALUE 0.

      *>-------------------------------------------------------------*
      *> Proof of input.  Rows 1-6 are the coupon feed slots, row 7
      *> is PAGOS.DAT; each row counts what the feed delivered and
      *> where every record went, with IMPORTE in the feed's own
      *> currency - what its trailer hashes.  WS-PROOF-DISP picks
      *> the column; the order is the one CC_PROOF.DAT carries.
      *>-------------------------------------------------------------*
       01 WS-PROOF-PAGO-ROW              PIC 9(2) VALUE 7.
       01 WS-PROOF-ROW                   PIC 9(2).
       01 WS-PROOF-DISP                  PIC 9(2).
          88 PROOF-RECIBIDO              VALUE 1.
          88 PROOF-FACTURADO             VALUE 2.
          88 PROOF-RETENIDO              VALUE 3.
          88 PROOF-SUSPENSO              VALUE 4.
          88 PROOF-RECHAZADO             VALUE 5.
          88 PROOF-DUPLICADO             VALUE 6.
          88 PROOF-RECHAZO-FX            VALUE 7.
          88 PROOF-FRAUDE                VALUE 8.
          88 PROOF-DESCARTADO            VALUE 9.
          88 PROOF-RECUPERO              VALUE 10.
          88 PROOF-REINICIO              VALUE 11.
       01 WS-PROOF-TABLE                 VALUE ZEROES.
          02 WS-PROOF-FEED OCCURS 7 TIMES.
             03 WS-PROOF-TRL-COUNT       PIC 9(7).
             03 WS-PROOF-TRL-HASH        PIC 9(10)V99.
             03 WS-PROOF-ENTRY OCCURS 11 TIMES.
                04 WS-PROOF-COUNT        PIC 9(7).
                04 WS-PROOF-IMPORTE      PIC 9(10)V99.
      *> Billed pesos released to the sort - charges, and payments
      *> net of reversals, the way Output_Process builds them.
       01 WS-proof-sort-count            PIC 9(7) VALUE 0.
       01 WS-proof-sort-cargos           PIC S9(12)V99 VALUE 0.
       01 WS-proof-sort-pagos            PIC S9(12)V99 VALUE 0.
      *> Unconsumed holds Preserve_Unconsumed_Holds carried into
      *> CUPONHLD.NEW on a run that never attached the hold feed.
       01 WS-proof-arrastre-count        PIC 9(7) VALUE 0.
       01 WS-proof-arrastre-importe      PIC 9(10)V99 VALUE 0.

      *> New balance plus unbilled installments - what the credit
      *> limit is measured against.
       01 WS-limit-exposure              PIC S9(10)V99.

      *>-------------------------------------------------------------*
      *> Rewards points.  The rate table decides what a coupon
      *> earns; an empty table is a run with no points program, and
      *> the ledger is then only read for balances and expiries.
      *> Lot ages count in cycles, one calendar month each, so they
      *> are month numbers (year * 12 + month) subtracted.
      *>-------------------------------------------------------------*
       01   PtsRateStatus                PIC X(2).
           88 PtsRateSuccess  VALUE "00".
       01   PtsParmStatus                PIC X(2).
           88 PtsParmSuccess  VALUE "00".
       01   PointsStatus                 PIC X(2).
           88 PointsSuccess   VALUE "00".
           88 PointsMissing   VALUE "35".
       01 WS-PTS-CICLOS-VENC             PIC 9(3) VALUE 12.
       01 WS-MAX-PTS-RATES               PIC 9(3) VALUE 100.
       01 WS-PTS-RATE-COUNT              PIC 9(3) VALUE 0.
       01 WS-PTS-RATE-IDX                PIC 9(3).
       01 WS-PTS-RATE-TABLE.
          02 WS-PTS-RATE-ENTRY OCCURS 100 TIMES.
             03 WS-PTS-RATE-RUBRO        PIC X(4).
             03 WS-PTS-RATE-PRODUCTO     PIC X(3).
             03 WS-PTS-RATE-TASA         PIC 9(3)V99.
      *> The coupon in hand: its category, the best rate found and
      *> how specific its row was (4 - category and product, 3 -
      *> category, 2 - product, 1 - house rate, 0 - no row), and
      *> what it earned.
       01 WS-pts-rubro                   PIC X(4).
       01 WS-pts-tasa                    PIC 9(3)V99.
       01 WS-pts-match                   PIC 9(1).
       01 WS-pts-row-match               PIC 9(1).
       01 WS-cupon-puntos                PIC 9(7).
       01 WS-POINTS-OPEN-SW              PIC X(1) VALUE "N".
          88 POINTS-LEDGER-AVAILABLE     VALUE "Y".
       01 WS-PTS-SCAN-SW                 PIC X(1).
          88 PTS-SCAN-DONE               VALUE "Y".
      *> The account being totalled: points its coupons earned this
      *> cycle, and its balance once this cycle's lot is on.
       01 WS-group-puntos                PIC 9(9) VALUE 0.
       01 WS-group-pts-saldo             PIC 9(9) VALUE 0.
       01 WS-pts-anio                    PIC 9(4).
       01 WS-pts-mes                     PIC 9(2).
       01 WS-pts-meses-ciclo             PIC 9(6).
       01 WS-pts-meses-lote              PIC 9(6).
       01 WS-pts-earned-total            PIC 9(10) VALUE 0.
       01 WS-pts-expired-total           PIC 9(10) VALUE 0.

      *>-------------------------------------------------------------*
      *> Payments / credits feed - current record and merge state.
      *> Initialized to an exhausted stream so a run without a
       01 WS-recon-expected-amount       PIC 9(10)V99.
       01 WS-recon-reason                PIC X(30).

      *>-------------------------------------------------------------*
      *> Average daily balance.  The cycle runs from the day after
      *> the prior as-of date (one calendar month back, clamped the
      *> way the control date is) through this as-of date; dates are
      *> held as day numbers so day counts are plain subtraction.
      *> Each statement line weighs in for the days it was owed in
      *> the cycle, its own date included.
      *>-------------------------------------------------------------*
       01 WS-PRV-DAY                     PIC 9(2).
       01 WS-PRV-MONTH                   PIC 9(2).
       01 WS-PRV-YEAR                    PIC 9(4).
       01 WS-cycle-yyyymmdd              PIC 9(8).
       01 WS-cycle-start-day-nbr         PIC 9(7).
       01 WS-cycle-end-day-nbr           PIC 9(7).
       01 WS-cycle-days                  PIC 9(3).
       01 WS-adb-item-yyyymmdd           PIC 9(8).
       01 WS-adb-item-day-nbr            PIC 9(7).
       01 WS-adb-item-days               PIC S9(7).
      *> Per account: purchase and net payment amounts times their
      *> days, what was paid by the prior statement's due date, and
      *> that due date.
       01 WS-group-compras-dias          PIC S9(13)V99.
       01 WS-group-pagos-dias            PIC S9(13)V99.
       01 WS-group-pagado-al-venc        PIC S9(10)V99.
       01 WS-group-venc-day-nbr          PIC 9(7).
       01 WS-adb-balance-days            PIC S9(13)V99.
       01 WS-average-daily-balance       PIC 9(10)V99.
       01 WS-GRACE-SW                    PIC X(1).
          88 GRACE-APPLIED               VALUE "Y".

      *> Copy_Saldo's own SaldoNotFound outcome for the as-of balance,
      *> carried from the input phase to this card's group in
      *> Output_Process via sort-saldo-not-found - so a current-cycle
          PERFORM Load_Run_Parameters.
          PERFORM Check_Cycle_Status.
          PERFORM Compute_Control_Date.
          PERFORM Compute_Cycle_Window.
          PERFORM Load_Finance_Terms.
          PERFORM Load_Fx_Rates.
          PERFORM Load_Disputes.
          PERFORM Load_Fraud_Rules.
          PERFORM Load_Points_Rules.
          PERFORM Load_Cupon_Control.

      *> Control totals are proven before anything else happens - a

          PERFORM Print_report_footer.
          CLOSE ReportFile.
          CLOSE DisputeIndexFile.
          CLOSE CuotasPendIndexFile.

          PERFORM Write_Merchant_Summary.

      *> Only after a clean finish do this run's held coupons become
      *> the carry-forward feed the next cycle picks up.
          PERFORM Roll_Hold_File.
          PERFORM Clear_Release_Feed.

      *> Written once the hold roll is done, so the proof also
      *> knows what the roll folded into CUPONHLD.NEW.
          PERFORM Write_Cycle_Proof.

      *> The cycle is billed - Saldo-Posting's gate opens, and a
      *> second billing attempt against this as-of date stops at
         MOVE 0 TO WS-group-cuenta.
         MOVE 0 TO WS-group-nro-tarjeta.

      *> Input_Process has advanced and closed the ledger - what it
      *> holds now is what each account still owes in cuotas.
         PERFORM Load_Cuotas_Pend.

      *> SaldoFile was closed at the end of Input_Process - reopened
      *> here so Print_Amounts can look up each card's next-cycle
      *> control balance for reconciliation as it writes the totals.
         OPEN INPUT SaldoFile.
         PERFORM Open_Merchant_File.
         PERFORM Open_Merchant_Index.
      *> EXTEND always - the archive spans cycles, and truncating it
      *> would destroy exactly the reprints it exists to serve.
         OPEN EXTEND ArchiveFile.
            OPEN OUTPUT ReconFile
            OPEN OUTPUT ExtractFile
            OPEN OUTPUT OverLimitFile
            OPEN OUTPUT GlActivityFile
         ELSE
            OPEN EXTEND ReconFile
            OPEN EXTEND ExtractFile
            OPEN EXTEND OverLimitFile
            OPEN EXTEND GlActivityFile
         END-IF.
         PERFORM Open_Points_File.

         PERFORM Get_record_from_sort_file.

              MOVE sort-saldo-not-found TO WS-SALDO-NOT-FOUND-SW
              MOVE 0 TO WS-total-amount
              MOVE 0 TO WS-payments-amount
              MOVE 0 TO WS-group-cuotas-pend
              MOVE 0 TO WS-group-puntos
              PERFORM Start_Daily_Balance
           END-IF

           IF WS-lines-this-page >= WS-lines-per-page
                 SUBTRACT sort-importe FROM WS-payments-amount
              WHEN OTHER
                 ADD sort-importe TO WS-total-amount
                 ADD sort-puntos TO WS-group-puntos
           END-EVALUATE
           PERFORM Accumulate_Daily_Balance
           PERFORM Write_Gl_Activity

           PERFORM Get_record_from_sort_file

         CLOSE ReconFile.
         CLOSE ExtractFile.
         CLOSE OverLimitFile.
         CLOSE GlActivityFile.
         IF POINTS-LEDGER-AVAILABLE
            CLOSE PointsFile
            CLOSE PointsMoveFile
         END-IF.
       EXIT SECTION.

      *> The historic 60-byte print image goes out untouched in the
         IF sort-tipo = SPACE
            PERFORM Lookup_Merchant_Name
            MOVE WS-merch-lookup-name TO RDL-COMERCIO-NOMBRE
      *> The acquirer settles an installment purchase in full when
      *> it arrives - later cuotas are the cardholder's billing,
      *> not merchant settlement.
            IF sort-cuota-nro <= 1
               PERFORM Tally_Merchant
            END-IF
         ELSE
            MOVE SPACES TO RDL-COMERCIO-NOMBRE
         END-IF.
            MOVE SPACES TO RDL-IMPORTE-ORIG
         END-IF.

         MOVE SPACES TO RDL-CUOTA.
         IF sort-cuotas > 1
            MOVE sort-cuota-nro TO WS-ED-CUOTA-NRO
            MOVE sort-cuotas TO WS-ED-CUOTAS
            STRING "cuota " FUNCTION TRIM(WS-ED-CUOTA-NRO)
                   "/" FUNCTION TRIM(WS-ED-CUOTAS)
               DELIMITED BY SIZE INTO RDL-CUOTA
            END-STRING
         END-IF.

      *> One archive record per statement line, written at the same
      *> moment the line hits the report, under the account and
      *> as-of date the reprint utility will ask for.
         SET MERCH-CACHE-VALID TO TRUE.

       Tally_Merchant.
         MOVE sort-comercio TO MIX-CODIGO.
         READ MerchantIndexFile
            INVALID KEY
               MOVE sort-comercio TO MIX-CODIGO
               MOVE WS-merch-lookup-name TO MIX-NOMBRE
               MOVE 0 TO MIX-CUPONES
               MOVE 0 TO MIX-IMPORTE
         END-READ.

         ADD 1 TO MIX-CUPONES.
         IF sort-cuotas > 1
            ADD sort-cuota-total TO MIX-IMPORTE
         ELSE
            ADD sort-importe TO MIX-IMPORTE
         END-IF.

         IF MerchantIndexSuccess
            REWRITE MerchantIndexRecord
               INVALID KEY CONTINUE
            END-REWRITE
         ELSE
            WRITE MerchantIndexRecord
               INVALID KEY CONTINUE
            END-WRITE
         END-IF.
         IF NOT MerchantIndexSuccess
            DISPLAY "WARNING: merchant " sort-comercio
               " not summarized - merchidx.dat status "
               MerchantIndexStatus
         END-IF.

      *> Missing merchant master doesn't stop billing, same rule as
      *> the posted-coupon history - names just go blank, reported
               "this run"
         END-IF.

       Open_Merchant_Index.
         OPEN OUTPUT MerchantIndexFile.
         CLOSE MerchantIndexFile.
         OPEN I-O MerchantIndexFile.
         IF NOT MerchantIndexSuccess
            DISPLAY "Unable to open merchidx.dat - status "
               MerchantIndexStatus
            STOP RUN
         END-IF.

      *> One settlement record per merchant billed this cycle -
      *> what the acquirer settlement and the phone desk's "how
      *> much through merchant X" questions are answered from.
               "from a full run before settling"
         END-IF.

         MOVE 0 TO MIX-CODIGO.
         START MerchantIndexFile KEY IS NOT LESS THAN MIX-CODIGO
            INVALID KEY CONTINUE
         END-START.
         PERFORM UNTIL NOT MerchantIndexSuccess
            READ MerchantIndexFile NEXT RECORD
               AT END CONTINUE
            END-READ
            IF MerchantIndexSuccess
               MOVE MIX-CODIGO TO MSUM-CODIGO
               MOVE MIX-NOMBRE TO MSUM-NOMBRE
               MOVE MIX-CUPONES TO MSUM-CUPONES
               MOVE MIX-IMPORTE TO MSUM-IMPORTE
               MOVE WS-BALANCE-AS-OF-DATE TO MSUM-FECHA-CICLO
               WRITE MerchantSummaryRecord
            END-IF
         END-PERFORM.
         CLOSE MerchantSummaryFile.
         CLOSE MerchantIndexFile.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Proof of input: one "H" record, an "F" record per feed slot
      *> and a "P" record for PAGOS.DAT, then the "S" totals.  On a
      *> restart the feed rows only cover this execution (the cards
      *> already reported count as read past), which the header's
      *> flag tells Cycle-Balance.
       Write_Cycle_Proof.
         OPEN OUTPUT ProofFile.

         MOVE SPACES TO ProofHeaderRecord.
         MOVE "H" TO PRH-ID.
         MOVE WS-BALANCE-AS-OF-DATE TO PRH-FECHA-CICLO.
         IF WS-RESTART-KEY > 0
            MOVE "Y" TO PRH-REINICIO
         ELSE
            MOVE "N" TO PRH-REINICIO
         END-IF.
         WRITE ProofHeaderRecord.

         PERFORM VARYING WS-CUPON-IDX FROM 1 BY 1
            UNTIL WS-CUPON-IDX > WS-CUPON-ACTIVE-COUNT
            MOVE SPACES TO ProofFeedRecord
            MOVE "F" TO PRF-ID
            MOVE WS-CUPON-IDX TO WS-PROOF-ROW
            PERFORM Fetch_Slot_Path
            MOVE WS-SLOT-PATH TO PRF-PATH
            IF CTL-FILE-USED
               MOVE "Y" TO PRF-CONTROL
            ELSE
               MOVE "N" TO PRF-CONTROL
            END-IF
            PERFORM Write_Proof_Feed_Record
         END-PERFORM.

      *> PAGOS.DAT carries no trailer - its row is proven on the
      *> dispositions alone.
         IF PAGO-FEED-ACTIVE
            MOVE SPACES TO ProofFeedRecord
            MOVE "P" TO PRF-ID
            MOVE WS-PROOF-PAGO-ROW TO WS-PROOF-ROW
            MOVE "..\files\PAGOS.DAT" TO PRF-PATH
            MOVE "N" TO PRF-CONTROL
            PERFORM Write_Proof_Feed_Record
         END-IF.

         MOVE SPACES TO ProofTotalRecord.
         MOVE "S" TO PRT-ID.
         MOVE WS-proof-sort-count TO PRT-SORT-COUNT.
         MOVE WS-proof-sort-cargos TO PRT-SORT-CARGOS.
         MOVE WS-proof-sort-pagos TO PRT-SORT-PAGOS.
         MOVE WS-report-card-count TO PRT-CUENTAS.
         MOVE WS-report-total-billed TO PRT-FACTURADO.
         MOVE WS-proof-arrastre-count TO PRT-ARRASTRE-COUNT.
         MOVE WS-proof-arrastre-importe TO PRT-ARRASTRE-IMPORTE.
         WRITE ProofTotalRecord.

         CLOSE ProofFile.

       Write_Proof_Feed_Record.
         MOVE WS-PROOF-ROW TO PRF-SLOT.
         MOVE WS-PROOF-TRL-COUNT(WS-PROOF-ROW) TO PRF-TRL-COUNT.
         MOVE WS-PROOF-TRL-HASH(WS-PROOF-ROW) TO PRF-TRL-HASH.
         PERFORM VARYING WS-PROOF-DISP FROM 1 BY 1
            UNTIL WS-PROOF-DISP > 11
            MOVE WS-PROOF-COUNT(WS-PROOF-ROW, WS-PROOF-DISP)
               TO PRF-COUNT(WS-PROOF-DISP)
            MOVE WS-PROOF-IMPORTE(WS-PROOF-ROW, WS-PROOF-DISP)
               TO PRF-IMPORTE(WS-PROOF-DISP)
         END-PERFORM.
         WRITE ProofFeedRecord.

      *> Counts the coupon in hand under WS-PROOF-DISP.  An amount
      *> that is not numeric adds nothing - the same rule the
      *> trailer hash in Tally_Feed_Record follows.
       Tally_Proof_Cupon.
         ADD 1 TO WS-PROOF-COUNT(WS-CUPON-IDX, WS-PROOF-DISP).
         IF WS-CUPON-IMPORTE(WS-CUPON-IDX) NUMERIC
            ADD WS-CUPON-IMPORTE(WS-CUPON-IDX)
               TO WS-PROOF-IMPORTE(WS-CUPON-IDX, WS-PROOF-DISP)
         END-IF.

       Tally_Proof_Pago.
         ADD 1 TO WS-PROOF-COUNT(WS-PROOF-PAGO-ROW, WS-PROOF-DISP).
         IF WS-PAGO-IMPORTE NUMERIC
            ADD WS-PAGO-IMPORTE
               TO WS-PROOF-IMPORTE(WS-PROOF-PAGO-ROW, WS-PROOF-DISP)
         END-IF.

      *> Totals what reached the sort the way Output_Process builds
      *> the statements: charges, and payments net of reversals.
       Tally_Sort_Release.
         ADD 1 TO WS-proof-sort-count.
         EVALUATE sort-tipo
            WHEN "C"
               ADD sort-importe TO WS-proof-sort-pagos
            WHEN "D"
               SUBTRACT sort-importe FROM WS-proof-sort-pagos
            WHEN OTHER
               ADD sort-importe TO WS-proof-sort-cargos
         END-EVALUATE.

      *> Checkpointing has to happen here, once Print_Amounts has
      *> actually written this card's detail lines, subtotal block and
          MOVE WS-held-count TO RAL-amount.
          WRITE ReportRecord FROM ReportAmountsLine.

          MOVE "Cuotas facturadas:" TO RAL-label.
          MOVE WS-cuotas-billed-count TO RAL-amount.
          WRITE ReportRecord FROM ReportAmountsLine.

          MOVE "Planes en cuotas:" TO RAL-label.
          MOVE WS-cuotas-plan-count TO RAL-amount.
          WRITE ReportRecord FROM ReportAmountsLine.

          MOVE "Cupones rev. fraude:" TO RAL-label.
          MOVE WS-fraud-review-count TO RAL-amount.
          WRITE ReportRecord FROM ReportAmountsLine.

          MOVE "  por reglas riesgo:" TO RAL-label.
          MOVE WS-screened-count TO RAL-amount.
          WRITE ReportRecord FROM ReportAmountsLine.

          MOVE "Cupones liberados:" TO RAL-label.
          MOVE WS-released-count TO RAL-amount.
          WRITE ReportRecord FROM ReportAmountsLine.

          IF RECOVERY-AVAILABLE
             MOVE "Pagos a recupero:" TO RAL-label
             MOVE WS-recovery-pago-count TO RAL-amount
             WRITE ReportRecord FROM ReportAmountsLine
             MOVE "Cargos mora anulad.:" TO RAL-label
             MOVE WS-chargeoff-fee-count TO RAL-amount
             WRITE ReportRecord FROM ReportAmountsLine
          END-IF.

          IF POINTS-LEDGER-AVAILABLE
             MOVE "Puntos otorgados:" TO RAL-label
             MOVE WS-pts-earned-total TO RAL-amount
             WRITE ReportRecord FROM ReportAmountsLine
             MOVE "Puntos vencidos:" TO RAL-label
             MOVE WS-pts-expired-total TO RAL-amount
             WRITE ReportRecord FROM ReportAmountsLine
          END-IF.

          IF AUTH-LOG-AVAILABLE
             MOVE "Cupones autorizados:" TO RAL-label
             MOVE WS-auth-matched-count TO RAL-amount
             WRITE ReportRecord FROM ReportAmountsLine
             MOVE "Cupones sin autoriz:" TO RAL-label
             MOVE WS-auth-exception-count TO RAL-amount
             WRITE ReportRecord FROM ReportAmountsLine
          END-IF.

       Open_All_Files.
          OPEN INPUT SaldoFile.
          IF WS-RESTART-KEY = 0
             OPEN OUTPUT ErrorFile
             OPEN OUTPUT DupFile
             OPEN OUTPUT AuthExceptionFile
          ELSE
             OPEN EXTEND ErrorFile
             OPEN EXTEND DupFile
             OPEN EXTEND AuthExceptionFile
          END-IF.

      *> Always EXTEND, never OUTPUT: since Suspense-Reprocess made
      *> SUSPENSE.DAT a multi-cycle store (items re-suspended there
      *> carry their cycle-age toward the write-off report), a fresh
      *> billing run truncating it would delete every unreleased
      *> item.  Only the reprocess rewrite and Charge-Off's
      *> approved write-offs ever remove records.
          OPEN EXTEND SuspenseFile.
          OPEN EXTEND FraudReviewFile.
          PERFORM Open_Xref_File.
          PERFORM Open_Recovery_File.
          PERFORM Open_Screen_Merchant_File.

          PERFORM Open_History_File.
          PERFORM Open_Cuotas_File.
          PERFORM Open_Auth_File.

          IF WS-RESTART-KEY = 0
             OPEN OUTPUT HoldNewFile
                   DELIMITED BY SIZE
                   INTO WS-TERMS-EFF-YYYYMMDD(WS-TERMS-COUNT)
                END-STRING
                IF FT-DIAS-VENC NUMERIC
                   MOVE FT-DIAS-VENC
                      TO WS-TERMS-DIAS-VENC(WS-TERMS-COUNT)
                ELSE
                   MOVE 0 TO WS-TERMS-DIAS-VENC(WS-TERMS-COUNT)
                END-IF
             ELSE
                DISPLAY "WARNING: finance-terms table full - "
                   "ignoring product " FT-PRODUCTO
          MOVE WS-FINANCE-CHARGE-RATE TO WS-applied-rate.
          MOVE WS-MIN-PAY-PERCENT TO WS-applied-min-pct.
          MOVE WS-MIN-PAY-FLOOR TO WS-applied-floor.
          MOVE WS-PAY-DUE-DAYS TO WS-applied-due-days.

          IF WS-group-producto NOT = SPACES
             MOVE LOW-VALUES TO WS-BEST-EFF-YYYYMMDD
                      TO WS-applied-min-pct
                   MOVE WS-TERMS-FLOOR(WS-TERMS-IDX)
                      TO WS-applied-floor
                   IF WS-TERMS-DIAS-VENC(WS-TERMS-IDX) > 0
                      MOVE WS-TERMS-DIAS-VENC(WS-TERMS-IDX)
                         TO WS-applied-due-days
                   ELSE
                      MOVE WS-PAY-DUE-DAYS TO WS-applied-due-days
                   END-IF
                END-IF
             END-PERFORM
          END-IF.
             END-IF
          END-IF.

      *> Open disputes (states O and P) summed per account.  No
      *> case file, or none open, just means nothing is excluded
      *> from Pago minimo - exactly the pre-dispute behaviour.
       Load_Disputes.
          OPEN OUTPUT DisputeIndexFile.
          CLOSE DisputeIndexFile.
          OPEN I-O DisputeIndexFile.
          IF NOT DisputeIndexSuccess
             DISPLAY "Unable to open dispidx.dat - status "
                DisputeIndexStatus
             STOP RUN
          END-IF.

      *> Absent (35) is the no-disputes case.  Any other failure -
      *> a damaged file, or one still in the old line-sequential
      *> layout - would quietly put disputed amounts back into
      *> Pago minimo and the cuotas, so the run stops instead.
          OPEN INPUT DisputeFile.
          IF DisputeStatus = "35"
             EXIT PARAGRAPH
          END-IF.
          IF NOT DisputeSuccess
             DISPLAY "Unable to open CC_DISPUTE.DAT - status "
                DisputeStatus " - run stopped"
             STOP RUN
          END-IF.

          PERFORM UNTIL EOF-DISPUTE
             READ DisputeFile
          BY REFERENCE WS-CreditCardValid,
          BY REFERENCE TarjetaRecord.

          MOVE TJ-NRO-CUENTA TO DIX-NRO-CUENTA.
          READ DisputeIndexFile
             INVALID KEY
                MOVE TJ-NRO-CUENTA TO DIX-NRO-CUENTA
                MOVE 0 TO DIX-IMPORTE
          END-READ.
          ADD DSP-IMPORTE TO DIX-IMPORTE.
          IF DisputeIndexSuccess
             REWRITE DisputeIndexRecord
                INVALID KEY CONTINUE
             END-REWRITE
          ELSE
             WRITE DisputeIndexRecord
                INVALID KEY CONTINUE
             END-WRITE
          END-IF.
          IF NOT DisputeIndexSuccess
             DISPLAY "WARNING: case for " DSP-NRO-TARJ
                " not excluded from Pago minimo - dispidx.dat "
                "status " DisputeIndexStatus
          END-IF.

      *> Unbilled cuotas of every live or stopped plan on the ledger,
      *> summed per account.  Billing has already opened the ledger
      *> (Open_Cuotas_File), so a ledger that won't reopen here is a
      *> failure, not a first run.
       Load_Cuotas_Pend.
          OPEN OUTPUT CuotasPendIndexFile.
          CLOSE CuotasPendIndexFile.
          OPEN I-O CuotasPendIndexFile.
          IF NOT CuotasPendIndexSuccess
             DISPLAY "Unable to open cuopidx.dat - status "
                CuotasPendIndexStatus
             STOP RUN
          END-IF.

          OPEN INPUT CuotasFile.
          IF NOT CuotasSuccess
             DISPLAY "CUOTAS LEDGER: CC_CUOTAS.DAT not available - "
                "status " CuotasStatus " - run stopped"
             STOP RUN
          END-IF.

          MOVE LOW-VALUES TO CUO-KEY.
          START CuotasFile KEY IS NOT LESS THAN CUO-KEY
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT CuotasSuccess
             READ CuotasFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF CuotasSuccess
                AND (CUO-ACTIVA OR CUO-SUSPENDIDA)
                AND CUO-IMPORTE-PEND > 0
                PERFORM Store_Cuotas_Pend_Entry
             END-IF
          END-PERFORM.
          CLOSE CuotasFile.

      *> Plans are keyed by card; the exposure belongs to the
      *> account, resolved through checkcc as Store_Dispute_Entry
      *> does.
       Store_Cuotas_Pend_Entry.
          MOVE CUO-NRO-TARJ TO WS-cuo-lookup-key.
          CALL 'checkcc' USING BY CONTENT WS-cuo-lookup-key,
          BY REFERENCE WS-CreditCardValid,
          BY REFERENCE TarjetaRecord.

          MOVE TJ-NRO-CUENTA TO CPX-NRO-CUENTA.
          READ CuotasPendIndexFile
             INVALID KEY
                MOVE TJ-NRO-CUENTA TO CPX-NRO-CUENTA
                MOVE 0 TO CPX-IMPORTE-PEND
          END-READ.
          ADD CUO-IMPORTE-PEND TO CPX-IMPORTE-PEND.
          IF CuotasPendIndexSuccess
             REWRITE CuotasPendIndexRecord
                INVALID KEY CONTINUE
             END-REWRITE
          ELSE
             WRITE CuotasPendIndexRecord
                INVALID KEY CONTINUE
             END-WRITE
          END-IF.
          IF NOT CuotasPendIndexSuccess
             DISPLAY "WARNING: cuotas of " CUO-NRO-TARJ
                " not counted against the limit - cuopidx.dat "
                "status " CuotasPendIndexStatus
          END-IF.

      *> Fraud screening limits and the high-risk category list.
      *> A limit field left blank keeps the compiled default; a
      *> zero turns that rule off.
       Load_Fraud_Rules.
          OPEN INPUT FraudParmFile.
          IF FraudParmSuccess
             READ FraudParmFile
                AT END SET EOF-FRAUD-PARM TO TRUE
             END-READ
             IF NOT EOF-FRAUD-PARM
                IF FRP-CUPONES-DIA NUMERIC
                   MOVE FRP-CUPONES-DIA TO WS-FRAUD-CUPONES-DIA
                END-IF
                IF FRP-FACTOR-IMPORTE NUMERIC
                   MOVE FRP-FACTOR-IMPORTE TO WS-FRAUD-FACTOR-IMPORTE
                END-IF
                IF FRP-MIN-HISTORIA NUMERIC
                   MOVE FRP-MIN-HISTORIA TO WS-FRAUD-MIN-HISTORIA
                END-IF
                IF FRP-REGLA-MONEDA = "N"
                   MOVE "N" TO WS-FRAUD-REGLA-MONEDA
                END-IF
             END-IF
             CLOSE FraudParmFile
          END-IF.

          MOVE 0 TO WS-RUBRO-COUNT.
          OPEN INPUT FraudRubroFile.
          IF FraudRubroSuccess
             PERFORM UNTIL EOF-FRAUD-RUBRO
                READ FraudRubroFile
                   AT END SET EOF-FRAUD-RUBRO TO TRUE
                END-READ
                IF NOT EOF-FRAUD-RUBRO AND FRR-RUBRO NOT = SPACES
                   PERFORM Store_Fraud_Rubro_Entry
                END-IF
             END-PERFORM
             CLOSE FraudRubroFile
          END-IF.

       Store_Fraud_Rubro_Entry.
          IF WS-RUBRO-COUNT < WS-MAX-RUBROS
             ADD 1 TO WS-RUBRO-COUNT
             MOVE FRR-RUBRO TO WS-RUBRO-CODIGO(WS-RUBRO-COUNT)
          ELSE
             DISPLAY "WARNING: high-risk category table full - "
                "ignoring category " FRR-RUBRO
          END-IF.

      *> Points expiry and the earning rate table.  A blank expiry
      *> keeps the compiled default; a rate row whose rate is not a
      *> number is skipped with a warning rather than guessed at.
       Load_Points_Rules.
          OPEN INPUT PtsParmFile.
          IF PtsParmSuccess
             READ PtsParmFile
                AT END SET EOF-PTS-PARM TO TRUE
             END-READ
             IF NOT EOF-PTS-PARM
                IF PTP-CICLOS-VENC NUMERIC
                   MOVE PTP-CICLOS-VENC TO WS-PTS-CICLOS-VENC
                END-IF
             END-IF
             CLOSE PtsParmFile
          END-IF.

          MOVE 0 TO WS-PTS-RATE-COUNT.
          OPEN INPUT PtsRateFile.
          IF PtsRateSuccess
             PERFORM UNTIL EOF-PTS-RATE
                READ PtsRateFile
                   AT END SET EOF-PTS-RATE TO TRUE
                END-READ
                IF NOT EOF-PTS-RATE
                   PERFORM Store_Points_Rate_Entry
                END-IF
             END-PERFORM
             CLOSE PtsRateFile
          END-IF.

       Store_Points_Rate_Entry.
          IF PTR-TASA NOT NUMERIC
             DISPLAY "WARNING: bad PTSRATE.DAT record for category "
                PTR-RUBRO " product " PTR-PRODUCTO " - skipped"
          ELSE
             IF WS-PTS-RATE-COUNT < WS-MAX-PTS-RATES
                ADD 1 TO WS-PTS-RATE-COUNT
                MOVE PTR-RUBRO
                   TO WS-PTS-RATE-RUBRO(WS-PTS-RATE-COUNT)
                MOVE PTR-PRODUCTO
                   TO WS-PTS-RATE-PRODUCTO(WS-PTS-RATE-COUNT)
                MOVE PTR-TASA-NUM
                   TO WS-PTS-RATE-TASA(WS-PTS-RATE-COUNT)
             ELSE
                DISPLAY "WARNING: points rate table full - "
                   "ignoring category " PTR-RUBRO " product "
                   PTR-PRODUCTO
             END-IF
          END-IF.

      *> First run ever bootstraps an empty history; after that it
      *> opens I-O so this run can both look up and record coupons.
      *> A history that won't open doesn't stop billing - but the
      *> operator is told the double-billing protection is off.
       Open_History_File.
          MOVE "N" TO WS-HISTORY-OPEN-SW.
          OPEN I-O HistoryFile.
          IF HistoryMissing
             OPEN OUTPUT HistoryFile
             CLOSE HistoryFile
             OPEN I-O HistoryFile
          END-IF.
          IF HistorySuccess
             MOVE "Y" TO WS-HISTORY-OPEN-SW
             PERFORM Purge_Unreported_History
          ELSE
             DISPLAY "WARNING: CUPONHIS.DAT not available - status "
                HistoryStatus " - duplicate-coupon protection is "
                "OFF this run"
          END-IF.

      *> The crashed run wrote history for every coupon it released,
      *> but only cards at/below the checkpoint were actually
      *> reported - and a crash before the first checkpoint (or
      *> during the sort input phase) leaves no checkpoint at all,
      *> so the re-run arrives with a restart key of zero.  Whatever
      *> is about to be re-merged - the tail above the checkpoint,
             END-IF
          END-PERFORM.

      *> First run ever bootstraps an empty ledger, as with the
      *> history.  Unlike the history, billing can't go on without
      *> it: a cycle that skipped the cuotas due would under-bill
      *> every plan, and one that couldn't open new plans would bill
      *> installment purchases in full.
       Open_Cuotas_File.
          OPEN I-O CuotasFile.
          IF CuotasMissing
             OPEN OUTPUT CuotasFile
             CLOSE CuotasFile
             OPEN I-O CuotasFile
          END-IF.
          IF NOT CuotasSuccess
             DISPLAY "CUOTAS LEDGER: CC_CUOTAS.DAT not available - "
                "status " CuotasStatus " - run stopped"
             STOP RUN
          END-IF.
          MOVE 0 TO WS-CC-Key.
          PERFORM Advance_Cuotas_Stream.

      *> No log yet means the Authorization utility has never run -
      *> nothing to match, and nothing worth warning about.
       Open_Auth_File.
          MOVE "N" TO WS-AUTH-OPEN-SW.
          OPEN I-O AuthFile.
          IF AuthSuccess
             MOVE "Y" TO WS-AUTH-OPEN-SW
          ELSE
             IF AuthStatus NOT = "35"
                DISPLAY "WARNING: CC_AUTHLOG.DAT not available - "
                   "status " AuthStatus " - authorization matching "
                   "is OFF this run"
             END-IF
          END-IF.


      *> No cross-reference means Card-Replacement has never run -
      *> every card checkcc turns away goes to suspense as before.
       Open_Xref_File.
          MOVE "N" TO WS-XREF-OPEN-SW.
          OPEN INPUT TarjetaXrefFile.
          IF XrefSuccess
             MOVE "Y" TO WS-XREF-OPEN-SW
          ELSE
             IF XrefStatus NOT = "35"
                DISPLAY "WARNING: CC_TARJXREF.DAT not available - "
                   "status " XrefStatus " - coupons on replaced "
                   "cards go to suspense this run"
             END-IF
          END-IF.

      *> No recovery ledger means Charge-Off has never closed an
      *> account.
       Open_Recovery_File.
          MOVE "N" TO WS-RECOVERY-OPEN-SW.
          OPEN INPUT RecoveryFile.
          IF RecoverySuccess
             MOVE "Y" TO WS-RECOVERY-OPEN-SW
             OPEN EXTEND RecoveryPagoFile
          ELSE
             IF RecoveryStatus NOT = "35"
                DISPLAY "WARNING: CC_RECOVERY.DAT not available - "
                   "status " RecoveryStatus " - charged-off "
                   "accounts go to suspense this run"
             END-IF
          END-IF.

      *> The category rule needs each coupon's merchant category
      *> before the sort, and so do the points rates - the master
      *> is opened for the input phase only when there is a
      *> high-risk list or a points rate table to look at, and
      *> closed again before Output_Process opens it for the names.
       Open_Screen_Merchant_File.
          MOVE "N" TO WS-SCREEN-MERCH-SW.
          IF WS-RUBRO-COUNT = 0 AND WS-PTS-RATE-COUNT = 0
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT MerchantFile.
          IF MerchantSuccess
             MOVE "Y" TO WS-SCREEN-MERCH-SW
          ELSE
             DISPLAY "WARNING: COMERCIO.DAT not available - status "
                MerchantStatus " - merchant category screening and "
                "category points rates are OFF this run"
          END-IF.

      *> The points ledger is bootstrapped by the first run that
      *> has a rate table to earn with; with no table and no ledger
      *> there is no points program and the statement says nothing
      *> about points.  A ledger that won't open doesn't stop
      *> billing, but the cycle's points are then not posted.
       Open_Points_File.
          MOVE "N" TO WS-POINTS-OPEN-SW.
          OPEN I-O PointsFile.
          IF PointsMissing AND WS-PTS-RATE-COUNT > 0
             OPEN OUTPUT PointsFile
             CLOSE PointsFile
             OPEN I-O PointsFile
          END-IF.
          IF PointsSuccess
             MOVE "Y" TO WS-POINTS-OPEN-SW
             OPEN EXTEND PointsMoveFile
          ELSE
             IF PointsStatus NOT = "35"
                DISPLAY "WARNING: CC_PUNTOS.DAT not available - "
                   "status " PointsStatus " - rewards points are "
                   "not posted this run"
             END-IF
          END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Loads the CuponControlFile into WS-CUPON-PATH-nn and sets
             CLOSE CuponControlFile
             SET CTL-FILE-USED TO TRUE
             PERFORM Attach_Hold_Feed
             PERFORM Attach_Release_Feed
      *> The file opened fine but listed no active feeds - almost
      *> certainly an operator mistake (e.g. an emptied-out control
      *> file while onboarding a new feed), not a deliberate "process
             DELIMITED BY SIZE INTO WS-CONTROL-DATE
          END-STRING.

      *> The cycle this run bills: from the day after the prior
      *> as-of date - one calendar month back, clamped to that
      *> month's last day the way Compute_Control_Date clamps -
      *> through this as-of date.
       Compute_Cycle_Window.
          MOVE WS-BALANCE-AS-OF-DATE(1:2) TO WS-PRV-DAY.
          MOVE WS-BALANCE-AS-OF-DATE(3:2) TO WS-PRV-MONTH.
          MOVE WS-BALANCE-AS-OF-DATE(5:4) TO WS-PRV-YEAR.

          STRING WS-PRV-YEAR WS-PRV-MONTH WS-PRV-DAY
             DELIMITED BY SIZE INTO WS-cycle-yyyymmdd
          END-STRING.
          COMPUTE WS-cycle-end-day-nbr =
             FUNCTION INTEGER-OF-DATE(WS-cycle-yyyymmdd).

          IF WS-PRV-MONTH = 1
             MOVE 12 TO WS-PRV-MONTH
             SUBTRACT 1 FROM WS-PRV-YEAR
          ELSE
             SUBTRACT 1 FROM WS-PRV-MONTH
          END-IF.
          MOVE WS-PRV-MONTH TO WS-VAL-MONTH.
          MOVE WS-PRV-YEAR TO WS-VAL-YEAR.
          PERFORM Compute_Days_In_Month.
          IF WS-PRV-DAY > WS-VAL-DAYS-IN-MONTH
             MOVE WS-VAL-DAYS-IN-MONTH TO WS-PRV-DAY
          END-IF.

          STRING WS-PRV-YEAR WS-PRV-MONTH WS-PRV-DAY
             DELIMITED BY SIZE INTO WS-cycle-yyyymmdd
          END-STRING.
          COMPUTE WS-cycle-start-day-nbr =
             FUNCTION INTEGER-OF-DATE(WS-cycle-yyyymmdd).
          COMPUTE WS-cycle-days =
             WS-cycle-end-day-nbr - WS-cycle-start-day-nbr.

      *> The gate: this run's as-of date must stand OPEN on
      *> CYCLSTAT.DAT - that's Suspense-Reprocess's clean-finish
      *> mark.  BILLED or later for the same date means this run
          IF WS-CUPON-IDX = WS-HOLD-SLOT-IDX
             MOVE WS-FEED-COUNT TO WS-reintro-count
          END-IF.
          IF WS-CUPON-IDX = WS-REL-SLOT-IDX
             MOVE WS-FEED-COUNT TO WS-released-count
          END-IF.

          PERFORM Judge_Feed_Totals.
          PERFORM Write_Feed_Control_Record.
          MOVE WS-TRL-EXP-COUNT TO WS-PROOF-TRL-COUNT(WS-CUPON-IDX).
          MOVE WS-TRL-EXP-HASH TO WS-PROOF-TRL-HASH(WS-CUPON-IDX).

       Tally_Feed_Record.
          IF CUPON-SLOT-AT-TRAILER(WS-CUPON-IDX)
                "re-enter this run"
          END-IF.

      *> The fraud desk's released coupons take a slot the same
      *> way.  Left unattached - no file, nothing released, or no
      *> free slot - they simply wait for the next run.
       Attach_Release_Feed.
          MOVE 0 TO WS-REL-SLOT-IDX.
          PERFORM VARYING WS-CUPON-IDX FROM 1 BY 1
             UNTIL WS-CUPON-IDX > WS-CUPON-ACTIVE-COUNT
             PERFORM Fetch_Slot_Path
             IF WS-SLOT-PATH = WS-REL-FEED-PATH
                MOVE WS-CUPON-IDX TO WS-REL-SLOT-IDX
             END-IF
          END-PERFORM.
          IF WS-REL-SLOT-IDX > 0
             EXIT PARAGRAPH
          END-IF.

          OPEN INPUT ReleaseFile.
          IF NOT ReleaseSuccess
             EXIT PARAGRAPH
          END-IF.
          READ ReleaseFile
             AT END MOVE "T" TO RTRL-ID
          END-READ.
          CLOSE ReleaseFile.
          IF RTRL-ID = "T"
             EXIT PARAGRAPH
          END-IF.

          IF WS-CUPON-ACTIVE-COUNT < WS-MAX-CUPON-FILES
             ADD 1 TO WS-CUPON-ACTIVE-COUNT
             MOVE WS-CUPON-ACTIVE-COUNT TO WS-REL-SLOT-IDX
             MOVE WS-REL-FEED-PATH TO CTL-FILE-PATH
             PERFORM Store_Cupon_Path
          ELSE
             DISPLAY "WARNING: no free feed slot for "
                WS-REL-FEED-PATH " - released coupons will not "
                "bill this run"
          END-IF.

      *> Once the released coupons have billed, the feed is emptied
      *> to a zero trailer so Fraud-Release starts the next batch
      *> on a balanced file.  A feed this run never attached keeps
      *> its coupons.
       Clear_Release_Feed.
          IF WS-REL-SLOT-IDX = 0
             EXIT PARAGRAPH
          END-IF.
          OPEN OUTPUT ReleaseFile.
          MOVE SPACES TO ReleaseTrailerRecord.
          MOVE "T" TO RTRL-ID.
          MOVE 0 TO RTRL-COUNT.
          MOVE 0 TO RTRL-HASH.
          WRITE ReleaseTrailerRecord.
          CLOSE ReleaseFile.

      *> This run's held coupons become next cycle's CUPONHLD.DAT.
      *> The count and hash for the trailer are recomputed from the
      *> file itself during the copy, so a restarted run - whose
             MOVE HNEW-IMPORTE TO HOLD-IMPORTE
             MOVE HNEW-COMERCIO TO HOLD-COMERCIO
             MOVE HNEW-MONEDA TO HOLD-MONEDA
             MOVE HNEW-CUOTAS TO HOLD-CUOTAS
             WRITE HoldRecord
             ADD 1 TO WS-hold-roll-count
             IF HNEW-IMPORTE NUMERIC
                   MOVE 0 TO HNEW-COMERCIO
                END-IF
                MOVE HOLD-MONEDA TO HNEW-MONEDA
      *> Same for a hold file rolled before the installment column.
                IF HOLD-CUOTAS NUMERIC
                   MOVE HOLD-CUOTAS TO HNEW-CUOTAS
                ELSE
                   MOVE 1 TO HNEW-CUOTAS
                END-IF
                WRITE HoldNewRecord
                ADD 1 TO WS-proof-arrastre-count
                IF HOLD-IMPORTE NUMERIC
                   ADD HOLD-IMPORTE TO WS-proof-arrastre-importe
                END-IF
             END-IF
             PERFORM Read_Prior_Hold_Record
          END-PERFORM.
          PERFORM Read_Physical_Cupon_Slot.
          PERFORM Check_Cupon_Slot_Trailer.
          IF NOT-EOF-CUPON-SLOT(WS-CUPON-IDX)
             SET PROOF-RECIBIDO TO TRUE
             PERFORM Tally_Proof_Cupon
             PERFORM Validate_Cupon_Slot
          END-IF.


             IF LOG-CUPON-ERRORS
                PERFORM Log_Cupon_Error
                SET PROOF-RECHAZADO TO TRUE
             ELSE
                SET PROOF-REINICIO TO TRUE
             END-IF
             PERFORM Tally_Proof_Cupon
             PERFORM Read_Physical_Cupon_Slot
             PERFORM Check_Cupon_Slot_Trailer
             IF NOT-EOF-CUPON-SLOT(WS-CUPON-IDX)
                SET PROOF-RECIBIDO TO TRUE
                PERFORM Tally_Proof_Cupon
                PERFORM Validate_Cupon_Slot
             END-IF

             PERFORM Validate_Cupon_Date
          END-IF.

      *> Installment count is optional (blank is a single charge),
      *> but anything else in the column must be a number.
          IF CUPON-SLOT-VALID(WS-CUPON-IDX)
             IF WS-CUPON-CUOTAS(WS-CUPON-IDX) NOT = SPACES
                AND WS-CUPON-CUOTAS(WS-CUPON-IDX) NOT NUMERIC
                SET CUPON-SLOT-INVALID(WS-CUPON-IDX) TO TRUE
                MOVE "INVALID INSTALLMENTS"
                   TO WS-CUPON-REASON(WS-CUPON-IDX)
             END-IF
          END-IF.

       Validate_Cupon_Date.
          MOVE WS-CUPON-DAY(WS-CUPON-IDX) TO WS-VAL-DAY.
          MOVE WS-CUPON-MONTH(WS-CUPON-IDX) TO WS-VAL-MONTH.
       Read_Pago_Record.
          PERFORM Read_Physical_Pago.
          IF NOT-EOF-PAGO-FEED
             SET PROOF-RECIBIDO TO TRUE
             PERFORM Tally_Proof_Pago
             PERFORM Validate_Pago_Record
          END-IF.

          PERFORM UNTIL EOF-PAGO-FEED OR PAGO-REC-VALID
             IF LOG-CUPON-ERRORS
                PERFORM Log_Pago_Error
                SET PROOF-RECHAZADO TO TRUE
             ELSE
                SET PROOF-REINICIO TO TRUE
             END-IF
             PERFORM Tally_Proof_Pago
             PERFORM Read_Physical_Pago
             IF NOT-EOF-PAGO-FEED
                SET PROOF-RECIBIDO TO TRUE
                PERFORM Tally_Proof_Pago
                PERFORM Validate_Pago_Record
             END-IF
          END-PERFORM.
                         TO WS-CUPON-COMERCIO(WS-CUPON-IDX)
                      MOVE C01-MONEDA
                         TO WS-CUPON-MONEDA(WS-CUPON-IDX)
                      MOVE C01-CUOTAS
                         TO WS-CUPON-CUOTAS(WS-CUPON-IDX)
                      MOVE C01-TRL-ID TO WS-CUPON-TRL-ID(WS-CUPON-IDX)
                      MOVE C01-TRL-COUNT
                         TO WS-CUPON-TRL-COUNT(WS-CUPON-IDX)
                         TO WS-CUPON-COMERCIO(WS-CUPON-IDX)
                      MOVE C02-MONEDA
                         TO WS-CUPON-MONEDA(WS-CUPON-IDX)
                      MOVE C02-CUOTAS
                         TO WS-CUPON-CUOTAS(WS-CUPON-IDX)
                      MOVE C02-TRL-ID TO WS-CUPON-TRL-ID(WS-CUPON-IDX)
                      MOVE C02-TRL-COUNT
                         TO WS-CUPON-TRL-COUNT(WS-CUPON-IDX)
                         TO WS-CUPON-COMERCIO(WS-CUPON-IDX)
                      MOVE C03-MONEDA
                         TO WS-CUPON-MONEDA(WS-CUPON-IDX)
                      MOVE C03-CUOTAS
                         TO WS-CUPON-CUOTAS(WS-CUPON-IDX)
                      MOVE C03-TRL-ID TO WS-CUPON-TRL-ID(WS-CUPON-IDX)
                      MOVE C03-TRL-COUNT
                         TO WS-CUPON-TRL-COUNT(WS-CUPON-IDX)
                         TO WS-CUPON-COMERCIO(WS-CUPON-IDX)
                      MOVE C04-MONEDA
                         TO WS-CUPON-MONEDA(WS-CUPON-IDX)
                      MOVE C04-CUOTAS
                         TO WS-CUPON-CUOTAS(WS-CUPON-IDX)
                      MOVE C04-TRL-ID TO WS-CUPON-TRL-ID(WS-CUPON-IDX)
                      MOVE C04-TRL-COUNT
                         TO WS-CUPON-TRL-COUNT(WS-CUPON-IDX)
                         TO WS-CUPON-COMERCIO(WS-CUPON-IDX)
                      MOVE C05-MONEDA
                         TO WS-CUPON-MONEDA(WS-CUPON-IDX)
                      MOVE C05-CUOTAS
                         TO WS-CUPON-CUOTAS(WS-CUPON-IDX)
                      MOVE C05-TRL-ID TO WS-CUPON-TRL-ID(WS-CUPON-IDX)
                      MOVE C05-TRL-COUNT
                         TO WS-CUPON-TRL-COUNT(WS-CUPON-IDX)
                         TO WS-CUPON-COMERCIO(WS-CUPON-IDX)
                      MOVE C06-MONEDA
                         TO WS-CUPON-MONEDA(WS-CUPON-IDX)
                      MOVE C06-CUOTAS
                         TO WS-CUPON-CUOTAS(WS-CUPON-IDX)
                      MOVE C06-TRL-ID TO WS-CUPON-TRL-ID(WS-CUPON-IDX)
                      MOVE C06-TRL-COUNT
                         TO WS-CUPON-TRL-COUNT(WS-CUPON-IDX)
                   DISPLAY "Processing CC -> " WS-CC-Key
                   PERFORM Process-CreditCard
                END-IF
                PERFORM Advance_Cuotas_Stream
             END-IF

          END-PERFORM.
       Skip_Restarted_Cupon_Slot.
         PERFORM UNTIL EOF-CUPON-SLOT(WS-CUPON-IDX)
            OR WS-CUPON-TARJ(WS-CUPON-IDX) NOT = WS-CC-Key
            SET PROOF-REINICIO TO TRUE
            PERFORM Tally_Proof_Cupon
            PERFORM Read_Cupon_Slot
         END-PERFORM.

       Skip_Restarted_Pagos.
         PERFORM UNTIL EOF-PAGO-FEED
            OR WS-PAGO-TARJ NOT = WS-CC-Key
            SET PROOF-REINICIO TO TRUE
            PERFORM Tally_Proof_Pago
            PERFORM Read_Pago_Record
         END-PERFORM.

            END-IF
         END-IF.

      *> So does the installment ledger: a card whose only charges
      *> this cycle are cuotas of earlier purchases still bills.
         IF WS-CUO-NEXT-TARJ NOT = WS-HIGH-CC-KEY
            MOVE "N" TO WS-ALL-CUPONS-EOF-SW
            IF WS-CUO-NEXT-TARJ < WS-CC-Key
               MOVE WS-CUO-NEXT-TARJ TO WS-CC-Key
            END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Process-CreditCard.
                DISPLAY "VALID CC"
                PERFORM Copy_CreditCard_Details
                PERFORM Copy_Saldo
                PERFORM Process_Cuotas_For_CC
                PERFORM Load_Card_Spend_Profile
                PERFORM Process_All_Cupons_For_CC
                PERFORM Process_Pagos_For_CC
          ELSE
                DISPLAY "INVALID CC"
                MOVE "CARD FAILED CHECKCC VALIDATION"
                   TO WS-susp-reason
                PERFORM Check_Replaced_Card
                IF CARD-REPLACED
                   DISPLAY "REPLACED BY " WS-replaced-by
                   PERFORM Move_Replaced_CC
                ELSE
                   PERFORM Check_Charged_Off
                   IF ACCOUNT-CHARGED-OFF
                      DISPLAY "CHARGED OFF - ACCOUNT " TJ-NRO-CUENTA
                      PERFORM Move_Charged_Off_CC
                   ELSE
                      PERFORM Move_to_Next_CC
                   END-IF
                END-IF
          END-IF.

      *-----------------------------------------------------------*
      *> and the page-break reservation below needs to know whether
      *> the flag line makes the block one line taller.
           PERFORM Resolve_Group_Disputado.
           PERFORM Resolve_Group_Cuotas_Pend.
           PERFORM Compute_Finance_Charges.
           PERFORM Check_Over_Limit.
           PERFORM Update_Points_Ledger.

      *> Reserves room for the whole subtotal block (the amount
      *> lines plus the trailing blank line - see
           IF WS-group-disputado > 0
              ADD 1 TO WS-block-lines-needed
           END-IF.
           IF WS-group-cuotas-pend > 0
              ADD 1 TO WS-block-lines-needed
           END-IF.
           IF POINTS-LEDGER-AVAILABLE
              ADD 2 TO WS-block-lines-needed
           END-IF.
           IF WS-lines-this-page + WS-block-lines-needed
                 > WS-lines-per-page
              PERFORM Print_header
           WRITE ReportRecord FROM WS-stmt-line.
           PERFORM Archive_Statement_Line.

      *> ... and the balance and day count it was applied to.
           MOVE "Saldo prom. diario:" TO RAL-label.
           MOVE WS-average-daily-balance TO RAL-amount.
           MOVE ReportAmountsLine TO WS-stmt-line.
           WRITE ReportRecord FROM WS-stmt-line.
           PERFORM Archive_Statement_Line.

           MOVE "Dias del ciclo:" TO RAL-label.
           MOVE WS-cycle-days TO RAL-amount.
           MOVE ReportAmountsLine TO WS-stmt-line.
           WRITE ReportRecord FROM WS-stmt-line.
           PERFORM Archive_Statement_Line.

           MOVE "Cargos del periodo:" TO RAL-label.
           MOVE WS-total-amount TO RAL-amount.
           MOVE ReportAmountsLine TO WS-stmt-line.
              PERFORM Archive_Statement_Line
           END-IF.

      *> Installments still to come on the account's plans - not
      *> owed yet, so outside "Nuevo saldo", but already committed
      *> against the credit limit.
           IF WS-group-cuotas-pend > 0
              MOVE "Cuotas a vencer:" TO RAL-label
              MOVE WS-group-cuotas-pend TO RAL-amount
              MOVE ReportAmountsLine TO WS-stmt-line
              WRITE ReportRecord FROM WS-stmt-line
              PERFORM Archive_Statement_Line
           END-IF.

           MOVE "Pago minimo:" TO RAL-label.
           MOVE WS-minimum-payment-due TO RAL-amount.
           MOVE ReportAmountsLine TO WS-stmt-line.
              PERFORM Archive_Statement_Line
           END-IF.

      *> Rewards points - what this cycle's purchases earned and
      *> what the account can redeem once expired lots are out.
           IF POINTS-LEDGER-AVAILABLE
              MOVE "Puntos del ciclo:" TO RAL-label
              MOVE WS-group-puntos TO RAL-amount
              MOVE ReportAmountsLine TO WS-stmt-line
              WRITE ReportRecord FROM WS-stmt-line
              PERFORM Archive_Statement_Line
              MOVE "Saldo de puntos:" TO RAL-label
              MOVE WS-group-pts-saldo TO RAL-amount
              MOVE ReportAmountsLine TO WS-stmt-line
              WRITE ReportRecord FROM WS-stmt-line
              PERFORM Archive_Statement_Line
           END-IF.

           MOVE Empty_line TO WS-stmt-line.
           WRITE ReportRecord FROM WS-stmt-line.
           PERFORM Archive_Statement_Line.
           ADD WS-block-lines-needed TO WS-lines-this-page.

           PERFORM Write_Extract_Record.
           IF WS-finance-charge-amount > 0
              PERFORM Write_Gl_Finance_Charge
           END-IF.

           ADD 1 TO WS-report-card-count.

           ADD WS-total-amount WS-finance-charge-amount
              TO WS-report-total-billed.

      *> The account's open disputed total, read by key from the
      *> index Load_Disputes built - independent of which of the
      *> account's cards released records this cycle, so a
      *> disputing card that went quiet still keeps its amount out
      *> of Pago minimo.
       Resolve_Group_Disputado.
           MOVE 0 TO WS-group-disputado.
           MOVE WS-group-cuenta TO DIX-NRO-CUENTA.
           READ DisputeIndexFile
              INVALID KEY CONTINUE
           END-READ.
           IF DisputeIndexSuccess
              MOVE DIX-IMPORTE TO WS-group-disputado
           END-IF.

      *> The account's unbilled cuotas, read by key from the index
      *> Load_Cuotas_Pend built - stopped plans and plans on cards
      *> that released nothing this cycle included.
       Resolve_Group_Cuotas_Pend.
           MOVE 0 TO WS-group-cuotas-pend.
           MOVE WS-group-cuenta TO CPX-NRO-CUENTA.
           READ CuotasPendIndexFile
              INVALID KEY CONTINUE
           END-READ.
           IF CuotasPendIndexSuccess
              MOVE CPX-IMPORTE-PEND TO WS-group-cuotas-pend
           END-IF.

      *> This cycle's lot goes on the ledger, then the account's
      *> lots are read oldest first: a redeemable lot past the
      *> expiry cycles expires, the rest make up the balance.  A
      *> lot already on file for this cycle was posted by an
      *> interrupted run of the same cycle and is left as it is -
      *> the same coupons earned it, and a redemption since may
      *> already have drawn on it.
       Update_Points_Ledger.
           MOVE 0 TO WS-group-pts-saldo.
           IF NOT POINTS-LEDGER-AVAILABLE
              EXIT PARAGRAPH
           END-IF.

           IF WS-group-puntos > 0
              MOVE WS-group-cuenta TO PTS-NRO-CUENTA
              MOVE WS-AS-OF-YYYYMMDD TO PTS-FECHA-CICLO
              READ PointsFile
                 INVALID KEY CONTINUE
              END-READ
              IF NOT PointsSuccess
                 PERFORM Write_Points_Lot
              END-IF
           END-IF.

           MOVE WS-AS-OF-YYYYMMDD(1:4) TO WS-pts-anio.
           MOVE WS-AS-OF-YYYYMMDD(5:2) TO WS-pts-mes.
           COMPUTE WS-pts-meses-ciclo = WS-pts-anio * 12 + WS-pts-mes.

           MOVE WS-group-cuenta TO PTS-NRO-CUENTA.
           MOVE LOW-VALUES TO PTS-FECHA-CICLO.
           START PointsFile KEY IS NOT LESS THAN PTS-KEY
              INVALID KEY CONTINUE
           END-START.
           MOVE "N" TO WS-PTS-SCAN-SW.
           IF NOT PointsSuccess
              SET PTS-SCAN-DONE TO TRUE
           END-IF.
           PERFORM UNTIL PTS-SCAN-DONE
              READ PointsFile NEXT RECORD
                 AT END CONTINUE
              END-READ
              IF NOT PointsSuccess
                 OR PTS-NRO-CUENTA NOT = WS-group-cuenta
                 SET PTS-SCAN-DONE TO TRUE
              ELSE
                 IF PTS-VIGENTE
                    PERFORM Age_Points_Lot
                 END-IF
              END-IF
           END-PERFORM.

       Write_Points_Lot.
           MOVE WS-group-cuenta TO PTS-NRO-CUENTA.
           MOVE WS-AS-OF-YYYYMMDD TO PTS-FECHA-CICLO.
           MOVE WS-group-puntos TO PTS-GANADOS.
           MOVE WS-group-puntos TO PTS-DISPONIBLES.
           SET PTS-VIGENTE TO TRUE.
           WRITE PointsRecord
              INVALID KEY
                 DISPLAY "WARNING: CC_PUNTOS.DAT write failed for "
                    "account " WS-group-cuenta " - status "
                    PointsStatus
           END-WRITE.
           IF PointsSuccess
              MOVE "G" TO MOV-TIPO
              MOVE WS-group-puntos TO MOV-PUNTOS
              PERFORM Write_Points_Move
              ADD WS-group-puntos TO WS-pts-earned-total
           END-IF.

      *> A lot earned WS-PTS-CICLOS-VENC cycles ago or more expires
      *> with whatever is left of it; zero cycles means points
      *> never expire.
       Age_Points_Lot.
           MOVE PTS-FECHA-CICLO(1:4) TO WS-pts-anio.
           MOVE PTS-FECHA-CICLO(5:2) TO WS-pts-mes.
           COMPUTE WS-pts-meses-lote = WS-pts-anio * 12 + WS-pts-mes.
           IF WS-PTS-CICLOS-VENC > 0
              AND WS-pts-meses-ciclo - WS-pts-meses-lote
                 >= WS-PTS-CICLOS-VENC
              MOVE "V" TO MOV-TIPO
              MOVE PTS-DISPONIBLES TO MOV-PUNTOS
              ADD PTS-DISPONIBLES TO WS-pts-expired-total
              MOVE 0 TO PTS-DISPONIBLES
              SET PTS-VENCIDO TO TRUE
              REWRITE PointsRecord
                 INVALID KEY CONTINUE
              END-REWRITE
              PERFORM Write_Points_Move
           ELSE
              ADD PTS-DISPONIBLES TO WS-group-pts-saldo
           END-IF.

       Write_Points_Move.
           MOVE PTS-NRO-CUENTA TO MOV-NRO-CUENTA.
           MOVE PTS-FECHA-CICLO TO MOV-FECHA-LOTE.
           MOVE WS-BALANCE-AS-OF-DATE TO MOV-FECHA.
           MOVE SPACES TO MOV-REFERENCIA.
           WRITE PointsMoveRecord.

      *> A card with a limit on the master whose new balance ended
      *> the cycle above it: flag the statement and write the risk
      *> worklist record.  Cards with no limit set (zero) never flag.
      *> The cuotas still to bill on the account's plans count
      *> against the limit as well - the purchase was made in full.
       Check_Over_Limit.
           SET CARD-WITHIN-LIMIT TO TRUE.
           COMPUTE WS-limit-exposure =
              WS-new-balance-amount + WS-group-cuotas-pend.
           IF WS-group-limite > 0
              AND WS-limit-exposure > WS-group-limite
              SET CARD-OVER-LIMIT TO TRUE
              COMPUTE WS-overage-amount =
                 WS-limit-exposure - WS-group-limite
              MOVE WS-group-nro-tarjeta TO OVL-NRO-TARJ
              MOVE WS-group-titular TO OVL-TITULAR
              MOVE WS-group-limite TO OVL-LIMITE
              MOVE WS-new-balance-amount TO OVL-NUEVO-SALDO
              MOVE WS-overage-amount TO OVL-EXCEDENTE
              MOVE WS-group-cuotas-pend TO OVL-CUOTAS-PEND
              WRITE OverLimitRecord
           END-IF.

           MOVE WS-minimum-payment-due TO EXT-PAGO-MINIMO.
           MOVE WS-BALANCE-AS-OF-DATE TO EXT-FECHA-SALDO.
           MOVE WS-CONTROL-DATE TO EXT-FECHA-CONTROL.
           MOVE WS-average-daily-balance TO EXT-SALDO-PROMEDIO.
           MOVE WS-cycle-days TO EXT-DIAS-CICLO.
           MOVE WS-group-puntos TO EXT-PUNTOS-CICLO.
           MOVE WS-group-pts-saldo TO EXT-PUNTOS-SALDO.
           WRITE ExtractRecord.

      *> One GL activity record per billed statement line, written
      *> as the line prints, typed by what the line is.  The GL
      *> journal is proven against what the statements billed, not
      *> against the feeds.
       Write_Gl_Activity.
           MOVE WS-BALANCE-AS-OF-DATE TO GLA-FECHA-CICLO.
           MOVE "PES" TO GLA-MONEDA.
           MOVE 0 TO GLA-IMPORTE-ORIG.
           EVALUATE TRUE
              WHEN sort-tipo = "C"
                 MOVE "PAGO" TO GLA-TIPO
              WHEN sort-tipo = "D"
                 MOVE "REVERSO" TO GLA-TIPO
              WHEN sort-comercio = 0
                 AND sort-nro-cupon >= WS-GL-FEE-CUPON-FROM
                 MOVE "CARGOMOR" TO GLA-TIPO
              WHEN OTHER
                 MOVE "COMPRA" TO GLA-TIPO
                 IF sort-moneda-orig NOT = SPACES
                    MOVE sort-moneda-orig TO GLA-MONEDA
                    MOVE sort-importe-orig TO GLA-IMPORTE-ORIG
                 END-IF
           END-EVALUATE.
           MOVE sort-cuenta TO GLA-NRO-CUENTA.
           MOVE sort-nro-tarjeta TO GLA-NRO-TARJ.
           MOVE sort-nro-cupon TO GLA-NRO-REF.
           MOVE sort-fecha(3:8) TO GLA-FECHA.
           MOVE sort-importe TO GLA-IMPORTE.
           WRITE GlActivityRecord.

      *> The account's finance charge - revenue, booked once per
      *> account at the control break that computes it.
       Write_Gl_Finance_Charge.
           MOVE WS-BALANCE-AS-OF-DATE TO GLA-FECHA-CICLO.
           MOVE "INTERES" TO GLA-TIPO.
           MOVE "PES" TO GLA-MONEDA.
           MOVE WS-group-cuenta TO GLA-NRO-CUENTA.
           MOVE WS-group-nro-tarjeta TO GLA-NRO-TARJ.
           MOVE 0 TO GLA-NRO-REF.
           MOVE WS-BALANCE-AS-OF-DATE TO GLA-FECHA.
           MOVE WS-finance-charge-amount TO GLA-IMPORTE.
           MOVE 0 TO GLA-IMPORTE-ORIG.
           WRITE GlActivityRecord.

      *> A new account group: its product terms - the due date of
      *> the prior statement depends on them - and empty daily-
      *> balance tallies.
       Start_Daily_Balance.
           PERFORM Resolve_Finance_Terms.
           COMPUTE WS-group-venc-day-nbr =
              WS-cycle-start-day-nbr + WS-applied-due-days.
           MOVE 0 TO WS-group-compras-dias.
           MOVE 0 TO WS-group-pagos-dias.
           MOVE 0 TO WS-group-pagado-al-venc.

      *> Weighs one statement line into the account's daily balance
      *> for the days from its date through the as-of date.  A line
      *> dated before the cycle (a held-over coupon) counts for the
      *> whole cycle; a cuota after the first only falls due at
      *> this statement and counts for none.
       Accumulate_Daily_Balance.
           STRING sort-fecha-YEAR sort-fecha-MONTH sort-fecha-DAY
              DELIMITED BY SIZE INTO WS-adb-item-yyyymmdd
           END-STRING.
           COMPUTE WS-adb-item-day-nbr =
              FUNCTION INTEGER-OF-DATE(WS-adb-item-yyyymmdd).
           COMPUTE WS-adb-item-days =
              WS-cycle-end-day-nbr - WS-adb-item-day-nbr + 1.
           IF WS-adb-item-days < 0
              MOVE 0 TO WS-adb-item-days
           END-IF.
           IF WS-adb-item-days > WS-cycle-days
              MOVE WS-cycle-days TO WS-adb-item-days
           END-IF.

           EVALUATE sort-tipo
              WHEN "C"
                 COMPUTE WS-group-pagos-dias = WS-group-pagos-dias
                    + sort-importe * WS-adb-item-days
                 IF WS-adb-item-day-nbr <= WS-group-venc-day-nbr
                    ADD sort-importe TO WS-group-pagado-al-venc
                 END-IF
              WHEN "D"
                 COMPUTE WS-group-pagos-dias = WS-group-pagos-dias
                    - sort-importe * WS-adb-item-days
                 IF WS-adb-item-day-nbr <= WS-group-venc-day-nbr
                    SUBTRACT sort-importe FROM WS-group-pagado-al-venc
                 END-IF
              WHEN OTHER
                 IF sort-cuota-nro <= 1
                    COMPUTE WS-group-compras-dias =
                       WS-group-compras-dias
                       + sort-importe * WS-adb-item-days
                 END-IF
           END-EVALUATE.

      *> Finance charge on the cycle's average daily balance, and
      *> the minimum payment due computed off the new balance - the
      *> same greater-of-percentage-or-floor rule any card statement
      *> uses.
       Compute_Finance_Charges.
      *> The card's product terms (rate, percent, floor and due
      *> days) were resolved when the account's group started - see
      *> Start_Daily_Balance.

      *> Grace: the prior statement's Nuevo saldo (the balance
      *> carried in) paid in full by its due date means nothing
      *> carried is charged and this cycle's purchases ride free.
      *> Otherwise the charge is on the average daily balance - the
      *> carried balance every day, less each payment from the day
      *> it came in, plus each purchase from the day it was made.
      *> A net overpayment doesn't earn interest, so the average
      *> floors at zero.
          MOVE "N" TO WS-GRACE-SW.
          IF WS-group-pagado-al-venc >= WS-Saldo-amount
             SET GRACE-APPLIED TO TRUE
          END-IF.

          IF GRACE-APPLIED OR WS-cycle-days = 0
             MOVE 0 TO WS-average-daily-balance
          ELSE
             COMPUTE WS-adb-balance-days =
                WS-Saldo-amount * WS-cycle-days
                + WS-group-compras-dias - WS-group-pagos-dias
             IF WS-adb-balance-days <= 0
                MOVE 0 TO WS-average-daily-balance
             ELSE
                COMPUTE WS-average-daily-balance ROUNDED =
                   WS-adb-balance-days / WS-cycle-days
             END-IF
          END-IF.
          COMPUTE WS-finance-charge-amount ROUNDED =
             WS-average-daily-balance * WS-applied-rate.
          COMPUTE WS-new-balance-amount =
             WS-Saldo-amount + WS-finance-charge-amount
             + WS-total-amount - WS-payments-amount.
            IF WS-MONEDA = SPACES
               MOVE "PES" TO WS-MONEDA
            END-IF
      *> Blank (pre-installment feed) or zero cuotas is a single
      *> charge.
            IF WS-CUPON-CUOTAS(WS-CUPON-IDX) NUMERIC
               MOVE WS-CUPON-CUOTAS(WS-CUPON-IDX) TO WS-CUOTAS
            ELSE
               MOVE 1 TO WS-CUOTAS
            END-IF
            IF WS-CUOTAS = 0
               MOVE 1 TO WS-CUOTAS
            END-IF

      *> Held coupons keep their original currency and amount and
      *> convert on the cycle that finally bills them - same rate,
                  PERFORM Copy_Cupon_Details
                  PERFORM Check_Duplicate_Cupon
                  IF NOT CUPON-IS-DUPLICATE
                     PERFORM Screen_Cupon
                  END-IF
                  IF NOT CUPON-IS-DUPLICATE AND NOT CUPON-FLAGGED
                     PERFORM Record_Cupon_History

                     *> Send record to work (sort) file - a purchase
                     *> in cuotas opens its plan and releases only
                     *> its first cuota.
                     IF WS-CUOTAS > 1
                        PERFORM Open_Cuotas_Plan
                     ELSE
                        RELEASE SortRecord
                        PERFORM Tally_Sort_Release
                     END-IF
                     PERFORM Match_Authorization
                  END-IF
               ELSE
                  PERFORM Log_Fx_Error
               END-IF
            END-IF

      *> Each switch is only looked at once the ones before it have
      *> let the coupon through, so none is stale here.
            EVALUATE TRUE
               WHEN CUPON-HELD
                  SET PROOF-RETENIDO TO TRUE
               WHEN NOT FX-RATE-FOUND
                  SET PROOF-RECHAZO-FX TO TRUE
               WHEN CUPON-IS-DUPLICATE
                  SET PROOF-DUPLICADO TO TRUE
               WHEN CUPON-FLAGGED
                  SET PROOF-FRAUDE TO TRUE
               WHEN OTHER
                  SET PROOF-FACTURADO TO TRUE
            END-EVALUATE
            PERFORM Tally_Proof_Cupon

            PERFORM Read_Cupon_Slot

         END-PERFORM.
            MOVE 0 TO sort-comercio
            MOVE SPACES TO sort-moneda-orig
            MOVE 0 TO sort-importe-orig
            MOVE 0 TO sort-cuota-nro
            MOVE 0 TO sort-cuotas
            MOVE 0 TO sort-cuota-total
            MOVE 0 TO sort-cuota-pend
            MOVE 0 TO sort-puntos

            RELEASE SortRecord
            PERFORM Tally_Sort_Release
            SET PROOF-FACTURADO TO TRUE
            PERFORM Tally_Proof_Pago

            PERFORM Read_Pago_Record

          MOVE WS-IMPORTE TO HNEW-IMPORTE.
          MOVE WS-COMERCIO TO HNEW-COMERCIO.
          MOVE WS-MONEDA TO HNEW-MONEDA.
          MOVE WS-CUOTAS TO HNEW-CUOTAS.
          WRITE HoldNewRecord.
          ADD 1 TO WS-held-count.

          ADD 1 TO WS-dup-count.

       Record_Cupon_History.
          PERFORM Compute_Cupon_Points.
          IF HISTORY-AVAILABLE
             MOVE WS-nro-tarjeta TO HIST-NRO-TARJ
             MOVE WS-NRO-CUPON TO HIST-NRO-CUPON
             MOVE WS-FECHA-COMPRA TO HIST-FECHA-COMPRA
             MOVE WS-BALANCE-AS-OF-DATE TO HIST-FECHA-CICLO
             MOVE WS-CUPON-IDX TO HIST-FEED-SLOT
             MOVE WS-importe-billed TO HIST-IMPORTE
             MOVE WS-MONEDA TO HIST-MONEDA
             MOVE WS-cupon-puntos TO HIST-PUNTOS
             WRITE HistoryRecord
                INVALID KEY CONTINUE
             END-WRITE
          END-IF.

      *> What the coupon about to bill earns, on its full billed
      *> pesos - a purchase in cuotas earns it all on the record
      *> that opens its plan.  Coupons with no merchant (late fees
      *> among them) earn nothing; neither does anything while the
      *> rate table is empty.  A coupon reaching this point is new
      *> to the posted history, so no dispute can stand against it
      *> yet - a later chargeback takes the points back.  The rate
      *> is the most specific row for the merchant's category and
      *> the account's product (sort-producto, the principal's):
      *> category and product, then category alone, then product
      *> alone, then the house rate with both blank.
       Compute_Cupon_Points.
          MOVE 0 TO WS-cupon-puntos.
          MOVE 0 TO sort-puntos.
          IF WS-PTS-RATE-COUNT = 0 OR WS-COMERCIO = 0
             EXIT PARAGRAPH
          END-IF.

          MOVE SPACES TO WS-pts-rubro.
          IF SCREEN-MERCHANT-OPEN
             MOVE WS-COMERCIO TO COM-CODIGO
             READ MerchantFile
                INVALID KEY CONTINUE
             END-READ
             IF MerchantSuccess
                MOVE COM-RUBRO TO WS-pts-rubro
             END-IF
          END-IF.

          MOVE 0 TO WS-pts-tasa.
          MOVE 0 TO WS-pts-match.
          PERFORM VARYING WS-PTS-RATE-IDX FROM 1 BY 1
             UNTIL WS-PTS-RATE-IDX > WS-PTS-RATE-COUNT
             PERFORM Match_Points_Rate
          END-PERFORM.
          IF WS-pts-match = 0
             EXIT PARAGRAPH
          END-IF.

          COMPUTE WS-cupon-puntos = WS-importe-billed * WS-pts-tasa
             ON SIZE ERROR
                DISPLAY "WARNING: points for card " WS-nro-tarjeta
                   " cupon " WS-NRO-CUPON " exceed the field - "
                   "none earned"
                MOVE 0 TO WS-cupon-puntos
          END-COMPUTE.
          MOVE WS-cupon-puntos TO sort-puntos.

      *> One rate row against the coupon in hand - kept when it
      *> applies and is more specific than the best found so far
      *> (a row matching nothing scores zero and never wins).
       Match_Points_Rate.
          MOVE 0 TO WS-pts-row-match.
          IF WS-PTS-RATE-RUBRO(WS-PTS-RATE-IDX) = SPACES
             IF WS-PTS-RATE-PRODUCTO(WS-PTS-RATE-IDX) = SPACES
                MOVE 1 TO WS-pts-row-match
             ELSE
                IF WS-PTS-RATE-PRODUCTO(WS-PTS-RATE-IDX)
                      = sort-producto
                   MOVE 2 TO WS-pts-row-match
                END-IF
             END-IF
          ELSE
             IF WS-pts-rubro NOT = SPACES
                AND WS-PTS-RATE-RUBRO(WS-PTS-RATE-IDX) = WS-pts-rubro
                IF WS-PTS-RATE-PRODUCTO(WS-PTS-RATE-IDX) = SPACES
                   MOVE 3 TO WS-pts-row-match
                ELSE
                   IF WS-PTS-RATE-PRODUCTO(WS-PTS-RATE-IDX)
                         = sort-producto
                      MOVE 4 TO WS-pts-row-match
                   END-IF
                END-IF
             END-IF
          END-IF.
          IF WS-pts-row-match > WS-pts-match
             MOVE WS-pts-row-match TO WS-pts-match
             MOVE WS-PTS-RATE-TASA(WS-PTS-RATE-IDX) TO WS-pts-tasa
          END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The card's usual spend - its average billed coupon - and
      *> whether it has ever billed in a foreign currency, from its
      *> posted history, taken before any of this run's coupons of
      *> the card are recorded.  History entries written before the
      *> amount column existed don't count toward either.  The
      *> per-day coupon counts start over with every card.
       Load_Card_Spend_Profile.
          MOVE 0 TO WS-VEL-COUNT.
          MOVE 0 TO WS-hist-count.
          MOVE 0 TO WS-hist-total.
          MOVE 0 TO WS-hist-average.
          MOVE "N" TO WS-HIST-FOREIGN-SW.
          IF NOT HISTORY-AVAILABLE
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-CC-Key TO HIST-NRO-TARJ.
          MOVE 0 TO HIST-NRO-CUPON.
          MOVE LOW-VALUES TO HIST-FECHA-COMPRA.
          START HistoryFile KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY CONTINUE
          END-START.
          MOVE "N" TO WS-HIST-SCAN-SW.
          IF NOT HistorySuccess
             SET HIST-SCAN-DONE TO TRUE
          END-IF.
          PERFORM UNTIL HIST-SCAN-DONE
             READ HistoryFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF NOT HistorySuccess OR HIST-NRO-TARJ NOT = WS-CC-Key
                SET HIST-SCAN-DONE TO TRUE
             ELSE
                IF HIST-IMPORTE NUMERIC
                   ADD 1 TO WS-hist-count
                   ADD HIST-IMPORTE TO WS-hist-total
                   IF HIST-MONEDA NOT = SPACES
                      AND HIST-MONEDA NOT = "PES"
                      SET CARD-HAS-FOREIGN-HISTORY TO TRUE
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

          IF WS-hist-count > 0
             COMPUTE WS-hist-average ROUNDED =
                WS-hist-total / WS-hist-count
          END-IF.

      *> Scores the coupon in hand against the rules, in order; the
      *> first one it hits sends it to the review queue instead of
      *> the sort.  Coupons the desk already released, and the late
      *> fees Delinquency-Track raises, are not screened.
       Screen_Cupon.
          MOVE "N" TO WS-FRAUD-HIT-SW.
          IF WS-REL-SLOT-IDX > 0 AND WS-CUPON-IDX = WS-REL-SLOT-IDX
             EXIT PARAGRAPH
          END-IF.
          IF WS-COMERCIO = 0 AND WS-NRO-CUPON >= WS-GL-FEE-CUPON-FROM
             EXIT PARAGRAPH
          END-IF.

          PERFORM Count_Cupon_Day.
          IF WS-FRAUD-CUPONES-DIA > 0 AND WS-VEL-IDX > 0
             AND WS-VEL-CUPONES(WS-VEL-IDX) > WS-FRAUD-CUPONES-DIA
             SET CUPON-FLAGGED TO TRUE
             MOVE "VELOCITY - COUPONS PER DAY" TO WS-fraud-regla
          END-IF.

          IF NOT CUPON-FLAGGED AND WS-FRAUD-FACTOR-IMPORTE > 0
             AND WS-hist-count > 0
             AND WS-hist-count >= WS-FRAUD-MIN-HISTORIA
             AND WS-importe-billed >
                WS-hist-average * WS-FRAUD-FACTOR-IMPORTE
             SET CUPON-FLAGGED TO TRUE
             MOVE "AMOUNT ABOVE USUAL SPEND" TO WS-fraud-regla
          END-IF.

          IF NOT CUPON-FLAGGED AND FOREIGN-RULE-ON
             AND WS-MONEDA NOT = "PES"
             AND NOT CARD-HAS-FOREIGN-HISTORY
             SET CUPON-FLAGGED TO TRUE
             MOVE "FOREIGN CURRENCY - NO HISTORY" TO WS-fraud-regla
          END-IF.

          IF NOT CUPON-FLAGGED AND SCREEN-MERCHANT-OPEN
             AND WS-COMERCIO > 0
             PERFORM Check_High_Risk_Rubro
          END-IF.

          IF CUPON-FLAGGED
             PERFORM Write_Fraud_Screen_Record
          END-IF.

      *> Every coupon the card presents for a purchase day counts,
      *> whichever slot it came from and whether or not another
      *> rule holds it.  A card with more purchase days than the
      *> table holds goes uncounted past the last one, loudly.
       Count_Cupon_Day.
          PERFORM VARYING WS-VEL-IDX FROM 1 BY 1
             UNTIL WS-VEL-IDX > WS-VEL-COUNT
             OR WS-VEL-FECHA(WS-VEL-IDX) = WS-FECHA-COMPRA
             CONTINUE
          END-PERFORM.

          IF WS-VEL-IDX > WS-VEL-COUNT
             IF WS-VEL-COUNT >= WS-MAX-VEL-DIAS
                DISPLAY "WARNING: purchase-day table full for card "
                   WS-nro-tarjeta " - coupon " WS-NRO-CUPON
                   " not counted"
                MOVE 0 TO WS-VEL-IDX
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-VEL-COUNT
             MOVE WS-VEL-COUNT TO WS-VEL-IDX
             MOVE WS-FECHA-COMPRA TO WS-VEL-FECHA(WS-VEL-IDX)
             MOVE 0 TO WS-VEL-CUPONES(WS-VEL-IDX)
          END-IF.
          ADD 1 TO WS-VEL-CUPONES(WS-VEL-IDX).

       Check_High_Risk_Rubro.
          MOVE WS-COMERCIO TO COM-CODIGO.
          READ MerchantFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT MerchantSuccess OR COM-RUBRO = SPACES
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING WS-RUBRO-IDX FROM 1 BY 1
             UNTIL WS-RUBRO-IDX > WS-RUBRO-COUNT
             OR CUPON-FLAGGED
             IF WS-RUBRO-CODIGO(WS-RUBRO-IDX) = COM-RUBRO
                SET CUPON-FLAGGED TO TRUE
                MOVE "HIGH-RISK MERCHANT CATEGORY" TO WS-fraud-regla
             END-IF
          END-PERFORM.

      *> Queued as it arrived - original currency and amount - so
      *> a released coupon re-enters billing exactly as the feed
      *> presented it.
       Write_Fraud_Screen_Record.
          MOVE WS-nro-tarjeta TO FRV-NRO-TARJ.
          MOVE WS-NRO-CUPON TO FRV-NRO-CUPON.
          MOVE WS-DAY TO FRV-FECHA-COMPRA(1:2).
          MOVE WS-MONTH TO FRV-FECHA-COMPRA(3:2).
          MOVE WS-YEAR TO FRV-FECHA-COMPRA(5:4).
          MOVE WS-IMPORTE TO FRV-IMPORTE.
          MOVE WS-COMERCIO TO FRV-COMERCIO.
          MOVE WS-MONEDA TO FRV-MONEDA.
          MOVE WS-CUOTAS TO FRV-CUOTAS.
          MOVE WS-fraud-regla TO FRV-REGLA.
          MOVE WS-BALANCE-AS-OF-DATE TO FRV-FECHA-CICLO.
          MOVE 0 TO FRV-TARJ-NUEVA.
          MOVE "P" TO FRV-ESTADO.
          WRITE FraudReviewRecord.
          ADD 1 TO WS-fraud-review-count.
          ADD 1 TO WS-screened-count.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The billed coupon claims the hold the Authorization utility
      *> put on its account for the same card, merchant, amount and
      *> purchase date.  A hold that already expired still matches
      *> (the purchase WAS authorized, the coupon was just late),
      *> and one this coupon already claimed on an interrupted run
      *> of the cycle counts as matched again.  Merchant zero -
      *> fees and pre-merchant feeds - never goes through
      *> authorization and is not looked for.  The coupon bills
      *> either way; a miss goes on the exception report.
       Match_Authorization.
          IF NOT AUTH-LOG-AVAILABLE OR WS-COMERCIO = 0
             EXIT PARAGRAPH
          END-IF.

          MOVE "N" TO WS-AUTH-MATCH-SW.
          MOVE sort-cuenta TO AUT-NRO-CUENTA.
          MOVE 0 TO AUT-NRO-AUTH.
          START AuthFile KEY IS NOT LESS THAN AUT-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT AuthSuccess OR AUTH-MATCHED
             READ AuthFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF AuthSuccess
                IF AUT-NRO-CUENTA NOT = sort-cuenta
                   MOVE "99" TO AuthStatus
                ELSE
                   PERFORM Check_Authorization_Match
                END-IF
             END-IF
          END-PERFORM.

          IF AUTH-MATCHED
             ADD 1 TO WS-auth-matched-count
          ELSE
             MOVE WS-nro-tarjeta TO AEX-NRO-TARJ
             MOVE WS-NRO-CUPON TO AEX-NRO-CUPON
             MOVE WS-FECHA-COMPRA(3:8) TO AEX-FECHA-COMPRA
             MOVE WS-importe-billed TO AEX-IMPORTE
             MOVE WS-COMERCIO TO AEX-COMERCIO
             MOVE sort-cuenta TO AEX-NRO-CUENTA
             MOVE WS-BALANCE-AS-OF-DATE TO AEX-FECHA-CICLO
             MOVE "NO MATCHING AUTHORIZATION" TO AEX-REASON
             WRITE AuthExceptionRecord
             ADD 1 TO WS-auth-exception-count
          END-IF.

       Check_Authorization_Match.
          IF AUT-NRO-TARJ NOT = WS-nro-tarjeta
             OR AUT-COMERCIO NOT = WS-COMERCIO
             OR AUT-IMPORTE NOT = WS-importe-billed
             OR AUT-FECHA NOT = WS-FECHA-COMPRA(3:8)
             EXIT PARAGRAPH
          END-IF.

          EVALUATE TRUE
             WHEN AUT-RETENIDA
             WHEN AUT-VENCIDA
                SET AUTH-MATCHED TO TRUE
                SET AUT-CONSUMIDA TO TRUE
                MOVE WS-BALANCE-AS-OF-DATE TO AUT-FECHA-CIERRE
                MOVE WS-NRO-CUPON TO AUT-NRO-CUPON
                REWRITE AuthRecord
                   INVALID KEY CONTINUE
                END-REWRITE
             WHEN AUT-CONSUMIDA
                AND AUT-NRO-CUPON = WS-NRO-CUPON
                SET AUTH-MATCHED TO TRUE
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> A purchase in cuotas: the plan goes on the ledger and only
      *> its first cuota reaches the sort.  A plan already on file
      *> for this coupon was opened by an interrupted run of this
      *> same cycle - Process_Cuotas_For_CC has already re-released
      *> its first cuota from the ledger, so nothing more is done.
       Open_Cuotas_Plan.
          MOVE WS-nro-tarjeta TO CUO-NRO-TARJ.
          MOVE WS-NRO-CUPON TO CUO-NRO-CUPON.
          MOVE WS-FECHA-COMPRA(3:8) TO CUO-FECHA-COMPRA.
          READ CuotasFile
             INVALID KEY CONTINUE
          END-READ.
          IF CuotasSuccess
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-nro-tarjeta TO CUO-NRO-TARJ.
          MOVE WS-NRO-CUPON TO CUO-NRO-CUPON.
          MOVE WS-FECHA-COMPRA(3:8) TO CUO-FECHA-COMPRA.
          MOVE WS-CUOTAS TO CUO-CUOTAS.
          MOVE 1 TO CUO-ULTIMA.
          MOVE WS-BALANCE-AS-OF-DATE TO CUO-FECHA-CICLO.
          MOVE WS-importe-billed TO CUO-IMPORTE-TOTAL.
          MOVE WS-COMERCIO TO CUO-COMERCIO.
          MOVE sort-moneda-orig TO CUO-MONEDA-ORIG.
          MOVE sort-importe-orig TO CUO-IMPORTE-ORIG.
          SET CUO-ACTIVA TO TRUE.
          PERFORM Compute_Cuota_Amount.
          MOVE WS-cuota-pend TO CUO-IMPORTE-PEND.
          MOVE WS-cuota-importe-orig TO sort-importe-orig.
          WRITE CuotasRecord
             INVALID KEY
                DISPLAY "WARNING: CC_CUOTAS.DAT write failed for "
                   "card " CUO-NRO-TARJ " cupon " CUO-NRO-CUPON
                   " - status " CuotasStatus
          END-WRITE.

          MOVE WS-cuota-importe TO sort-importe.
          MOVE 1 TO sort-cuota-nro.
          MOVE CUO-CUOTAS TO sort-cuotas.
          MOVE CUO-IMPORTE-TOTAL TO sort-cuota-total.
          MOVE WS-cuota-pend TO sort-cuota-pend.
          RELEASE SortRecord.
          PERFORM Tally_Sort_Release.
          ADD 1 TO WS-cuotas-plan-count.
          ADD 1 TO WS-cuotas-billed-count.

      *> Bills the cuota due on each of the card's plans.  The card's
      *> statement fields (titular, cuenta, saldo) were already set
      *> by Copy_CreditCard_Details/Copy_Saldo.
       Process_Cuotas_For_CC.
          MOVE WS-CC-Key TO CUO-NRO-TARJ.
          MOVE 0 TO CUO-NRO-CUPON.
          MOVE LOW-VALUES TO CUO-FECHA-COMPRA.
          START CuotasFile KEY IS NOT LESS THAN CUO-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT CuotasSuccess
             OR CUO-NRO-TARJ NOT = WS-CC-Key
             READ CuotasFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF CuotasSuccess AND CUO-NRO-TARJ = WS-CC-Key
                PERFORM Release_Cuota_Due
             END-IF
          END-PERFORM.

      *> A plan advances one cuota per cycle - CUO-FECHA-CICLO
      *> already on this as-of date means a restarted run is
      *> re-billing a cuota its interrupted predecessor advanced,
      *> so the same cuota goes out again instead of the next one.
      *> Fully billed plans from earlier cycles and plans cancelled
      *> by a dispute leave the ledger; stopped plans wait for
      *> Dispute-Maintenance to resolve them.
       Release_Cuota_Due.
          EVALUATE TRUE
             WHEN CUO-ACTIVA
                IF CUO-FECHA-CICLO NOT = WS-BALANCE-AS-OF-DATE
                   ADD 1 TO CUO-ULTIMA
                   MOVE WS-BALANCE-AS-OF-DATE TO CUO-FECHA-CICLO
                END-IF
                PERFORM Compute_Cuota_Amount
                MOVE WS-cuota-pend TO CUO-IMPORTE-PEND
                IF CUO-ULTIMA >= CUO-CUOTAS
                   SET CUO-FINALIZADA TO TRUE
                END-IF
                REWRITE CuotasRecord
                   INVALID KEY CONTINUE
                END-REWRITE
                PERFORM Copy_Cuota_Details
                RELEASE SortRecord
                PERFORM Tally_Sort_Release
                ADD 1 TO WS-cuotas-billed-count
             WHEN CUO-FINALIZADA
                AND CUO-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                PERFORM Compute_Cuota_Amount
                PERFORM Copy_Cuota_Details
                RELEASE SortRecord
                PERFORM Tally_Sort_Release
                ADD 1 TO WS-cuotas-billed-count
             WHEN CUO-FINALIZADA
             WHEN CUO-ANULADA
                DELETE CuotasFile RECORD
                   INVALID KEY CONTINUE
                END-DELETE
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

      *> Cuota CUO-ULTIMA of the plan into WS-cuota-importe, and
      *> what remains unbilled after it into WS-cuota-pend.  Its
      *> share of the original-currency amount goes into
      *> WS-cuota-importe-orig.
       Compute_Cuota_Amount.
          COMPUTE WS-cuota-base = CUO-IMPORTE-TOTAL / CUO-CUOTAS.
          IF CUO-ULTIMA >= CUO-CUOTAS
             COMPUTE WS-cuota-importe = CUO-IMPORTE-TOTAL
                - (WS-cuota-base * (CUO-CUOTAS - 1))
             MOVE 0 TO WS-cuota-pend
          ELSE
             MOVE WS-cuota-base TO WS-cuota-importe
             COMPUTE WS-cuota-pend = CUO-IMPORTE-TOTAL
                - (WS-cuota-base * CUO-ULTIMA)
          END-IF.

          IF CUO-IMPORTE-ORIG NOT NUMERIC
             MOVE 0 TO WS-cuota-importe-orig
             EXIT PARAGRAPH
          END-IF.
          COMPUTE WS-cuota-orig-base = CUO-IMPORTE-ORIG / CUO-CUOTAS.
          IF CUO-ULTIMA >= CUO-CUOTAS
             COMPUTE WS-cuota-importe-orig = CUO-IMPORTE-ORIG
                - (WS-cuota-orig-base * (CUO-CUOTAS - 1))
          ELSE
             MOVE WS-cuota-orig-base TO WS-cuota-importe-orig
          END-IF.

       Copy_Cuota_Details.
          MOVE CUO-NRO-CUPON TO sort-nro-cupon.
          MOVE SPACES TO sort-fecha.
          MOVE CUO-FECHA-COMPRA TO sort-fecha(3:8).
          MOVE WS-cuota-importe TO sort-importe.
          MOVE SPACE TO sort-tipo.
          MOVE CUO-COMERCIO TO sort-comercio.
          MOVE CUO-MONEDA-ORIG TO sort-moneda-orig.
          MOVE WS-cuota-importe-orig TO sort-importe-orig.
          MOVE CUO-ULTIMA TO sort-cuota-nro.
          MOVE CUO-CUOTAS TO sort-cuotas.
          MOVE CUO-IMPORTE-TOTAL TO sort-cuota-total.
          MOVE WS-cuota-pend TO sort-cuota-pend.
          MOVE 0 TO sort-puntos.

      *> Positions WS-CUO-NEXT-TARJ on the first card after WS-CC-Key
      *> that holds a plan.  Called once the card has been merged, so
      *> the ledger is never read ahead of the record being updated.
       Advance_Cuotas_Stream.
          MOVE WS-CC-Key TO CUO-NRO-TARJ.
          MOVE 99999 TO CUO-NRO-CUPON.
          MOVE HIGH-VALUES TO CUO-FECHA-COMPRA.
          MOVE WS-HIGH-CC-KEY TO WS-CUO-NEXT-TARJ.
          START CuotasFile KEY IS GREATER THAN CUO-KEY
             INVALID KEY CONTINUE
          END-START.
          IF CuotasSuccess
             READ CuotasFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF CuotasSuccess
                MOVE CUO-NRO-TARJ TO WS-CUO-NEXT-TARJ
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Copy_Cupon_Details.
            MOVE WS-MONEDA TO sort-moneda-orig
            MOVE WS-IMPORTE TO sort-importe-orig
         END-IF.
         MOVE 0 TO sort-cuota-nro.
         MOVE 0 TO sort-cuotas.
         MOVE 0 TO sort-cuota-total.
         MOVE 0 TO sort-cuota-pend.
         MOVE 0 TO sort-puntos.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Cards that fail Check_CreditCard no longer simply get their
         PERFORM UNTIL EOF-CUPON-SLOT(WS-CUPON-IDX)
            OR WS-CUPON-TARJ(WS-CUPON-IDX) NOT = WS-CC-Key

            PERFORM Write_Cupon_Suspense
            SET PROOF-SUSPENSO TO TRUE
            PERFORM Tally_Proof_Cupon

            PERFORM Read_Cupon_Slot

         END-PERFORM.

       Write_Cupon_Suspense.
         MOVE WS-CUPON-TARJ(WS-CUPON-IDX) TO SUSP-NRO-TARJ.
         MOVE WS-CUPON-CUPON(WS-CUPON-IDX) TO SUSP-NRO-CUPON.
         MOVE WS-CUPON-DAY(WS-CUPON-IDX)
            TO SUSP-FECHA-COMPRA(1:2).
         MOVE WS-CUPON-MONTH(WS-CUPON-IDX)
            TO SUSP-FECHA-COMPRA(3:2).
         MOVE WS-CUPON-YEAR(WS-CUPON-IDX)
            TO SUSP-FECHA-COMPRA(5:4).
         MOVE WS-CUPON-IMPORTE(WS-CUPON-IDX) TO SUSP-IMPORTE.
         MOVE SPACE TO SUSP-TIPO.
         MOVE WS-susp-reason TO SUSP-REASON.
         MOVE 0 TO SUSP-CYCLE-AGE.
         IF WS-CUPON-COMERCIO(WS-CUPON-IDX) NUMERIC
            MOVE WS-CUPON-COMERCIO(WS-CUPON-IDX)
               TO SUSP-COMERCIO
         ELSE
            MOVE 0 TO SUSP-COMERCIO
         END-IF.
         MOVE WS-CUPON-MONEDA(WS-CUPON-IDX) TO SUSP-MONEDA.
         IF WS-CUPON-CUOTAS(WS-CUPON-IDX) NUMERIC
            AND WS-CUPON-CUOTAS(WS-CUPON-IDX) NOT = "00"
            MOVE WS-CUPON-CUOTAS(WS-CUPON-IDX) TO SUSP-CUOTAS
         ELSE
            MOVE 1 TO SUSP-CUOTAS
         END-IF.
         WRITE SuspenseRecord.

      *> Payments for a failed card are suspended too - applying a
      *> payment to a card we can't validate would un-balance the
      *> suspense account against the acquirer settlement.
            MOVE WS-PAGO-YEAR TO SUSP-FECHA-COMPRA(5:4)
            MOVE WS-PAGO-IMPORTE TO SUSP-IMPORTE
            MOVE WS-PAGO-TIPO TO SUSP-TIPO
            MOVE WS-susp-reason TO SUSP-REASON
            MOVE 0 TO SUSP-CYCLE-AGE
            MOVE 0 TO SUSP-COMERCIO
            MOVE SPACES TO SUSP-MONEDA
            MOVE 0 TO SUSP-CUOTAS
            WRITE SuspenseRecord
            SET PROOF-SUSPENSO TO TRUE
            PERFORM Tally_Proof_Pago

            PERFORM Read_Pago_Record

         END-PERFORM.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> A card Card-Replacement retired has an "N" (replaced-by)
      *> record on the cross-reference.
       Check_Replaced_Card.
         MOVE "N" TO WS-REPLACED-SW.
         MOVE 0 TO WS-replaced-by.
         IF NOT XREF-AVAILABLE
            EXIT PARAGRAPH
         END-IF.
         MOVE WS-CC-Key TO XRF-NRO-TARJ.
         SET XRF-A-NUEVA TO TRUE.
         READ TarjetaXrefFile
            INVALID KEY CONTINUE
         END-READ.
         IF XrefSuccess
            SET CARD-REPLACED TO TRUE
            MOVE XRF-TARJ-REL TO WS-replaced-by
         END-IF.

      *> Coupons still arriving on a retired number were made with
      *> a plastic reported lost or stolen - they go to the fraud
      *> desk's review list, with the card that replaced it, not to
      *> suspense where Suspense-Reprocess would only retry them.
      *> Payments are the cardholder's money and take the ordinary
      *> suspense path.
       Move_Replaced_CC.
         PERFORM VARYING WS-CUPON-IDX FROM 1 BY 1
            UNTIL WS-CUPON-IDX > WS-CUPON-ACTIVE-COUNT
            PERFORM Fraud_Review_Cupon_Slot
         END-PERFORM.
         PERFORM Suspense_Pago_Records.

       Fraud_Review_Cupon_Slot.
         PERFORM UNTIL EOF-CUPON-SLOT(WS-CUPON-IDX)
            OR WS-CUPON-TARJ(WS-CUPON-IDX) NOT = WS-CC-Key

            MOVE WS-CUPON-TARJ(WS-CUPON-IDX) TO FRV-NRO-TARJ
            MOVE WS-CUPON-CUPON(WS-CUPON-IDX) TO FRV-NRO-CUPON
            MOVE WS-CUPON-DAY(WS-CUPON-IDX)
               TO FRV-FECHA-COMPRA(1:2)
            MOVE WS-CUPON-MONTH(WS-CUPON-IDX)
               TO FRV-FECHA-COMPRA(3:2)
            MOVE WS-CUPON-YEAR(WS-CUPON-IDX)
               TO FRV-FECHA-COMPRA(5:4)
            MOVE WS-CUPON-IMPORTE(WS-CUPON-IDX) TO FRV-IMPORTE
            IF WS-CUPON-COMERCIO(WS-CUPON-IDX) NUMERIC
               MOVE WS-CUPON-COMERCIO(WS-CUPON-IDX)
                  TO FRV-COMERCIO
            ELSE
               MOVE 0 TO FRV-COMERCIO
            END-IF
            MOVE WS-CUPON-MONEDA(WS-CUPON-IDX) TO FRV-MONEDA
            IF WS-CUPON-CUOTAS(WS-CUPON-IDX) NUMERIC
               AND WS-CUPON-CUOTAS(WS-CUPON-IDX) NOT = "00"
               MOVE WS-CUPON-CUOTAS(WS-CUPON-IDX) TO FRV-CUOTAS
            ELSE
               MOVE 1 TO FRV-CUOTAS
            END-IF
            MOVE "CARD REPLACED - LOST/STOLEN" TO FRV-REGLA
            MOVE WS-BALANCE-AS-OF-DATE TO FRV-FECHA-CICLO
            MOVE WS-replaced-by TO FRV-TARJ-NUEVA
            MOVE "P" TO FRV-ESTADO
            WRITE FraudReviewRecord
            ADD 1 TO WS-fraud-review-count
            SET PROOF-FRAUDE TO TRUE
            PERFORM Tally_Proof_Cupon

            PERFORM Read_Cupon_Slot

         END-PERFORM.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> An account Charge-Off closed has a record on the recovery
      *> ledger under its account (principal card) number - checkcc
      *> hands that back for a closed card like any other.
       Check_Charged_Off.
         MOVE "N" TO WS-CHARGED-OFF-SW.
         IF NOT RECOVERY-AVAILABLE
            EXIT PARAGRAPH
         END-IF.
         MOVE TJ-NRO-CUENTA TO RCV-NRO-CUENTA.
         READ RecoveryFile
            INVALID KEY CONTINUE
         END-READ.
         IF RecoverySuccess
            SET ACCOUNT-CHARGED-OFF TO TRUE
         END-IF.

      *> The charged-off balance sits on the recovery ledger now,
      *> not on a statement, so the account bills nothing more.
      *> The late fee Delinquency-Track assessed before the charge-
      *> off is dropped; whatever else still arrives on its cards
      *> is suspended for write-off.  Payments are recoveries.
       Move_Charged_Off_CC.
         MOVE "ACCOUNT CHARGED OFF" TO WS-susp-reason.
         PERFORM VARYING WS-CUPON-IDX FROM 1 BY 1
            UNTIL WS-CUPON-IDX > WS-CUPON-ACTIVE-COUNT
            PERFORM Charged_Off_Cupon_Slot
         END-PERFORM.
         PERFORM Recovery_Pago_Records.

       Charged_Off_Cupon_Slot.
         PERFORM UNTIL EOF-CUPON-SLOT(WS-CUPON-IDX)
            OR WS-CUPON-TARJ(WS-CUPON-IDX) NOT = WS-CC-Key

            IF WS-CUPON-COMERCIO(WS-CUPON-IDX) = ZEROES
               AND WS-CUPON-CUPON(WS-CUPON-IDX)
                   >= WS-GL-FEE-CUPON-FROM
               ADD 1 TO WS-chargeoff-fee-count
               SET PROOF-DESCARTADO TO TRUE
            ELSE
               PERFORM Write_Cupon_Suspense
               SET PROOF-SUSPENSO TO TRUE
            END-IF
            PERFORM Tally_Proof_Cupon

            PERFORM Read_Cupon_Slot

         END-PERFORM.

       Recovery_Pago_Records.
         PERFORM UNTIL EOF-PAGO-FEED
            OR WS-PAGO-TARJ NOT = WS-CC-Key

            MOVE WS-PAGO-TARJ TO RCP-NRO-TARJ
            MOVE WS-PAGO-NRO TO RCP-NRO-PAGO
            MOVE SPACES TO RCP-FILLER
            MOVE WS-PAGO-DAY TO RCP-FECHA-DDMMYYYY(1:2)
            MOVE WS-PAGO-MONTH TO RCP-FECHA-DDMMYYYY(3:2)
            MOVE WS-PAGO-YEAR TO RCP-FECHA-DDMMYYYY(5:4)
            MOVE WS-PAGO-IMPORTE TO RCP-IMPORTE
            MOVE WS-PAGO-TIPO TO RCP-TIPO
            WRITE RecoveryPagoRecord
            ADD 1 TO WS-recovery-pago-count
            SET PROOF-RECUPERO TO TRUE
            PERFORM Tally_Proof_Pago

            PERFORM Read_Pago_Record

       Close_All_Files.
         CLOSE SaldoFile.
         CLOSE SuspenseFile.
         CLOSE FraudReviewFile.
         IF XREF-AVAILABLE
            CLOSE TarjetaXrefFile
         END-IF.
         IF RECOVERY-AVAILABLE
            CLOSE RecoveryFile
            CLOSE RecoveryPagoFile
         END-IF.
         IF SCREEN-MERCHANT-OPEN
            CLOSE MerchantFile
         END-IF.
         CLOSE ErrorFile.
         CLOSE DupFile.
         CLOSE HoldNewFile.
         CLOSE CuotasFile.
         CLOSE AuthExceptionFile.
         IF AUTH-LOG-AVAILABLE
            CLOSE AuthFile
         END-IF.
         IF HISTORY-AVAILABLE
            CLOSE HistoryFile
         END-IF.
