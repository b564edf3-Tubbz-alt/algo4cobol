      *    master before the minimum-paid comparison, and the
      *    past-due store, worklist and late fees all carry the
      *    account (principal card) number.
      *  - Replaced cards: an extract account Card-Replacement has
      *    since moved to a new number (CC_TARJXREF.DAT) is judged
      *    under the new number - that is where its past-due bucket
      *    now lives and where a late fee can still bill.
      *  - Charge-off: the past-due store counts the consecutive
      *    cycles an account has been judged at bucket 3
      *    (PD-CICLOS-EN-3) - Charge-Off reads it to decide when
      *    the balance goes to the recovery ledger.  A record
      *    written before the column existed reads as zero.
      *  - CC_PASTDUE.DAT is now an indexed file keyed by account,
      *    read by key as each account is judged and updated in
      *    place at end of run - accounts that billed nothing keep
      *    their record untouched.  The payments consolidated from
      *    PAGOS.DAT and the accounts judged this run go on work
      *    indexes instead of fixed tables, so the step runs at any
      *    portfolio size.
      *  - CC_EXTRACT.DAT record follows the billing run's layout,
      *    which now carries the average daily balance, the days in
      *    the cycle and the points earned and held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PagoStatus.

          *> Per-account past-due store, carried cycle to cycle -
          *> one record per account, keyed by the account number.
          *> Updated from the work copy at end of run only, so an
          *> interrupted run leaves last cycle's buckets intact.
          SELECT PastDueFile ASSIGN TO "..\files\CC_PASTDUE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PD-NRO-TARJ
          FILE STATUS IS PastDueStatus.

          *> Work copy the judged records are written to - rebuilt
          *> every run, and keyed, so it also tells which accounts
          *> were already judged this run.
          SELECT PastDueNewFile ASSIGN TO "..\files\PASTDUE.NEW"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PDN-NRO-TARJ
          FILE STATUS IS PastDueNewStatus.

          *> Work index of the net payments per account - rebuilt
          *> every run from PAGOS.DAT.
          SELECT PagoIndexFile ASSIGN TO "..\files\pagoidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PGI-NRO-CUENTA
          FILE STATUS IS PagoIndexStatus.

          *> Delinquency worklist for collections - one record per
          *> card past due this cycle, the CC_OVRLIM.DAT of late
          RECORD KEY IS TJ-KEY
          FILE STATUS IS TarjetaStatus.

          *> Card-number cross-reference - same file/key layout
          *> Card-Replacement writes.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

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

       FD PagoFile.
       01 Pago_Record.
        03 PG-IMPORTE                    PIC 9(6)V99.
        03 PG-TIPO                       PIC X(1).

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
         88 EOF-PAST-DUE VALUE HIGH-VALUES.
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PD-FECHA-CICLO               PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Consecutive judged cycles at bucket 3 - 0 below bucket 3.
         03 PD-CICLOS-EN-3               PIC 9(3).

       FD PastDueNewFile.
       01 PastDueNewRecord.
      *> Own EOF flag - the end of the end-of-run pass over the
      *> work copy, kept apart from the store's the same way
      *> Suspense-Reprocess separates its two suspense files.
         88 EOF-PAST-DUE-NEW VALUE HIGH-VALUES.
         03 PDN-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
                                         SIGN LEADING SEPARATE.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PDN-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 PDN-CICLOS-EN-3              PIC 9(3).

       FD PagoIndexFile.
       01 PagoIndexRecord.
         02 PGI-NRO-CUENTA               PIC 9(10).
         02 PGI-NETO                     PIC S9(10)V99.

       FD DelinqFile.
       01 DelinqRecord.
           88 PagoSuccess     VALUE "00".
       01   PastDueStatus                PIC X(2).
           88 PastDueSuccess  VALUE "00".
       01   PastDueNewStatus             PIC X(2).
           88 PastDueNewSuccess VALUE "00".
       01   PagoIndexStatus              PIC X(2).
           88 PagoIndexSuccess VALUE "00".
       01   CuponCtlStatus               PIC X(2).
           88 CuponCtlSuccess VALUE "00".
       01   RunParmStatus                PIC X(2).
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01 WS-cycle-estado                PIC X(8).
      *> Set while scanning the past-due store when any record was
      *> already judged on this as-of date - the sign this step
      *> already ran in this cycle's OPEN window.
       01 WS-ALREADY-JUDGED-SW           PIC X(1) VALUE "N".
       01   WS-MASTER-OPEN-SW            PIC X(1) VALUE "N".
           88 MASTER-AVAILABLE VALUE "Y".
       01   WS-pago-cuenta               PIC 9(10).
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".
       01   WS-XREF-OPEN-SW              PIC X(1) VALUE "N".
           88 XREF-AVAILABLE VALUE "Y".
      *> Guards the replacement walk against a looping chain.
       01 WS-xref-hops                   PIC 9(2).
       01 WS-replaced-count              PIC 9(6) VALUE 0.

      *>-------------------------------------------------------------*
      *> Flat late fee assessed when the minimum was missed - same
       01 WS-LATE-FEE-AMOUNT             PIC 9(4)V99 VALUE 150.00.

      *>-------------------------------------------------------------*
      *> Net payments received per account are consolidated from
      *> PAGOS.DAT up front ("C" adds, "D" takes back) onto the
      *> pagoidx.dat work index - the extract is in statement
      *> (titular) order, not card order, so a sequential merge
      *> can't pair them and a keyed read can.
      *>-------------------------------------------------------------*

      *>-------------------------------------------------------------*
      *> Prior past-due state is read by key as each account is
      *> judged.  Accounts on the store that billed nothing this
      *> cycle are simply not touched, so a closed or quiet card
      *> keeps its bucket; the carried count is what the store held
      *> less what was judged against it.
      *>-------------------------------------------------------------*
       01 WS-pd-on-file-count            PIC 9(9) VALUE 0.
       01 WS-pd-matched-count            PIC 9(9) VALUE 0.

      *> The card being judged - prior bucket in, new bucket out.
       01 WS-prior-bucket                PIC 9(1).
       01 WS-prior-ciclos-en-3           PIC 9(3).
       01 WS-new-bucket                  PIC 9(1).
       01 WS-paid-amount                 PIC S9(10)V99.
       01 WS-MINIMUM-MISSED-SW           PIC X(1).
      *> Accounts already judged this run.  A restarted billing run
      *> EXTENDs CC_EXTRACT.DAT, so a re-reported account appears
      *> twice - judging both copies would double the bucket, the
      *> worklist entry and the late fee.  The judged work copy
      *> answers it: an account already on PASTDUE.NEW was judged.
      *> First record wins; repeats are skipped.
      *>-------------------------------------------------------------*
       01 WS-ACCOUNT-JUDGED-SW           PIC X(1).
          88 ACCOUNT-ALREADY-JUDGED      VALUE "Y".
       01 WS-dup-extract-count           PIC 9(6) VALUE 0.
       01 WS-fee-cupon-nro               PIC 9(5) VALUE 90000.
       01 WS-delinq-count                PIC 9(6) VALUE 0.
       01 WS-current-count               PIC 9(6) VALUE 0.
       01 WS-carried-count               PIC 9(9) VALUE 0.
       01 WS-pago-skipped-count          PIC 9(6) VALUE 0.

       01 WS-BALANCE-AS-OF-DATE          PIC X(8).
          PERFORM Load_Run_Parameters.
          PERFORM Check_Cycle_Status.
          PERFORM Open_Card_Master.
          PERFORM Open_Xref_File.
          PERFORM Load_Payments.
          PERFORM Open_Past_Due_File.

          IF CYCLE-ALREADY-JUDGED
             DISPLAY "CYCLE CONTROL: the past-due store was already "
          END-IF.

          OPEN OUTPUT PastDueNewFile.
          CLOSE PastDueNewFile.
          OPEN I-O PastDueNewFile.
          IF NOT PastDueNewSuccess
             DISPLAY "Unable to open PASTDUE.NEW - status "
                PastDueNewStatus " - run stopped"
             STOP RUN
          END-IF.
          OPEN OUTPUT DelinqFile.
          OPEN OUTPUT LateFeeFile.

             PERFORM Read_Extract_File
          END-PERFORM.

          PERFORM Write_Fee_Trailer.

          CLOSE ExtractFile.
          IF MASTER-AVAILABLE
             CLOSE TarjetaFile
          END-IF.
          IF XREF-AVAILABLE
             CLOSE TarjetaXrefFile
          END-IF.
          CLOSE PagoIndexFile.
          CLOSE DelinqFile.
          CLOSE LateFeeFile.

      *> No payments file just means nobody paid - every card with a
      *> minimum due goes delinquent, which is exactly right.
       Load_Payments.
          OPEN OUTPUT PagoIndexFile.
          CLOSE PagoIndexFile.
          OPEN I-O PagoIndexFile.
          IF NOT PagoIndexSuccess
             DISPLAY "Unable to open pagoidx.dat - status "
                PagoIndexStatus " - run stopped"
             STOP RUN
          END-IF.

          OPEN INPUT PagoFile.
          IF NOT PagoSuccess
             EXIT PARAGRAPH

          PERFORM Map_Card_To_Account.

          MOVE WS-pago-cuenta TO PGI-NRO-CUENTA.
          READ PagoIndexFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT PagoIndexSuccess
             MOVE WS-pago-cuenta TO PGI-NRO-CUENTA
             MOVE 0 TO PGI-NETO
          END-IF.

          IF PG-TIPO = "C"
             ADD PG-IMPORTE TO PGI-NETO
          ELSE
             SUBTRACT PG-IMPORTE FROM PGI-NETO
          END-IF.

          IF PagoIndexSuccess
             REWRITE PagoIndexRecord
                INVALID KEY CONTINUE
             END-REWRITE
          ELSE
             WRITE PagoIndexRecord
                INVALID KEY CONTINUE
             END-WRITE
          END-IF.

      *> A payment on an additional card's number counts toward the
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Prior cycle's past-due state.  A first-ever run simply has
      *> no store - it is created empty and every account starts
      *> current.  One pass counts the records and looks for any
      *> already judged on this as-of date.
       Open_Past_Due_File.
          OPEN I-O PastDueFile.
          IF PastDueStatus = "35"
             OPEN OUTPUT PastDueFile
             CLOSE PastDueFile
             OPEN I-O PastDueFile
          END-IF.
          IF NOT PastDueSuccess
             DISPLAY "Unable to open CC_PASTDUE.DAT - status "
                PastDueStatus " - run stopped"
             STOP RUN
          END-IF.

          MOVE 0 TO PD-NRO-TARJ.
          START PastDueFile KEY IS NOT LESS THAN PD-NRO-TARJ
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT PastDueSuccess
             READ PastDueFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF PastDueSuccess
                ADD 1 TO WS-pd-on-file-count
                IF PD-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                   SET CYCLE-ALREADY-JUDGED TO TRUE
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Read_Extract_File.
          READ ExtractFile
             AT END SET EOF-EXTRACT TO TRUE
          END-READ.
          IF NOT EOF-EXTRACT AND XREF-AVAILABLE
             PERFORM Resolve_Replaced_Account
          END-IF.

      *> The prior extract carries the number the account billed
      *> under last cycle.  If the card was replaced since, every
      *> later step knows the account by the replacement's number
      *> (followed to the newest, should it have been replaced
      *> more than once), so it is judged, bucketed and fined
      *> there.
       Resolve_Replaced_Account.
          MOVE 0 TO WS-xref-hops.
          MOVE EXT-NRO-TARJ TO XRF-NRO-TARJ.
          SET XRF-A-NUEVA TO TRUE.
          READ TarjetaXrefFile
             INVALID KEY CONTINUE
          END-READ.
          IF XrefSuccess
             ADD 1 TO WS-replaced-count
          END-IF.
          PERFORM UNTIL NOT XrefSuccess OR WS-xref-hops >= 20
             MOVE XRF-TARJ-REL TO EXT-NRO-TARJ
             ADD 1 TO WS-xref-hops
             MOVE EXT-NRO-TARJ TO XRF-NRO-TARJ
             SET XRF-A-NUEVA TO TRUE
             READ TarjetaXrefFile
                INVALID KEY CONTINUE
             END-READ
          END-PERFORM.

      *> No cross-reference means no card was ever replaced.
       Open_Xref_File.
          MOVE "N" TO WS-XREF-OPEN-SW.
          OPEN INPUT TarjetaXrefFile.
          IF XrefSuccess
             MOVE "Y" TO WS-XREF-OPEN-SW
          ELSE
             IF XrefStatus NOT = "35"
                DISPLAY "WARNING: CC_TARJXREF.DAT not available - "
                   "status " XrefStatus " - replaced accounts are "
                   "judged under their old numbers"
             END-IF
          END-IF.

      *> One card of the prior cycle's extract: did the payments
      *> that arrived cover the minimum that statement demanded?
          PERFORM Write_New_Past_Due.

      *> One judgement per account, however many times a restarted
      *> billing run re-reported it to the extract - an account
      *> already on the judged work copy was judged this run.
       Check_Account_Judged.
          MOVE "N" TO WS-ACCOUNT-JUDGED-SW.
          MOVE EXT-NRO-TARJ TO PDN-NRO-TARJ.
          READ PastDueNewFile
             INVALID KEY CONTINUE
          END-READ.
          IF PastDueNewSuccess
             SET ACCOUNT-ALREADY-JUDGED TO TRUE
          END-IF.

      *> A record that predates a column reads as bucket zero or
      *> no cycles at bucket 3 - same rule as before the store was
      *> keyed.
       Find_Prior_Bucket.
          MOVE 0 TO WS-prior-bucket.
          MOVE 0 TO WS-prior-ciclos-en-3.
          MOVE EXT-NRO-TARJ TO PD-NRO-TARJ.
          READ PastDueFile
             INVALID KEY CONTINUE
          END-READ.
          IF PastDueSuccess
             ADD 1 TO WS-pd-matched-count
             IF PD-BUCKET NUMERIC
                MOVE PD-BUCKET TO WS-prior-bucket
             END-IF
             IF PD-CICLOS-EN-3 NUMERIC
                MOVE PD-CICLOS-EN-3 TO WS-prior-ciclos-en-3
             END-IF
          END-IF.

       Find_Paid_Amount.
          MOVE 0 TO WS-paid-amount.
          MOVE EXT-NRO-TARJ TO PGI-NRO-CUENTA.
          READ PagoIndexFile
             INVALID KEY CONTINUE
          END-READ.
          IF PagoIndexSuccess
             MOVE PGI-NETO TO WS-paid-amount
          END-IF.

       Write_Delinq_Record.
          MOVE EXT-NRO-TARJ TO DLQ-NRO-TARJ.
          ADD WS-LATE-FEE-AMOUNT TO WS-fee-hash.

       Write_New_Past_Due.
          MOVE SPACES TO PastDueNewRecord.
          MOVE EXT-NRO-TARJ TO PDN-NRO-TARJ.
          MOVE WS-new-bucket TO PDN-BUCKET.
          MOVE EXT-PAGO-MINIMO TO PDN-MINIMO-EXIGIDO.
          MOVE WS-paid-amount TO PDN-PAGADO.
          MOVE WS-BALANCE-AS-OF-DATE TO PDN-FECHA-CICLO.
      *> A first judgement at bucket 3 counts one; each further one
      *> adds to it; anything short of bucket 3 starts it over.
          IF WS-new-bucket < 3
             MOVE 0 TO PDN-CICLOS-EN-3
          ELSE
             IF WS-prior-bucket < 3
                MOVE 1 TO PDN-CICLOS-EN-3
             ELSE
                IF WS-prior-ciclos-en-3 < 999
                   COMPUTE PDN-CICLOS-EN-3 =
                      WS-prior-ciclos-en-3 + 1
                ELSE
                   MOVE 999 TO PDN-CICLOS-EN-3
                END-IF
             END-IF
          END-IF.
          WRITE PastDueNewRecord
             INVALID KEY
                DISPLAY "WARNING: PASTDUE.NEW write failed for "
                   PDN-NRO-TARJ " - status " PastDueNewStatus
          END-WRITE.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Every CUPONCTL.DAT feed ends with the "T" control trailer
          WRITE LateFeeTrailerRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The judged records go onto CC_PASTDUE.DAT only once the
      *> whole extract is judged - an account's record is replaced,
      *> a first-time account's added.  Cards on the store that
      *> billed nothing this cycle are not touched and keep their
      *> record unchanged - going quiet must not clear a bucket,
      *> that is how collections lost cards before.
       Rewrite_Past_Due_File.
          MOVE 0 TO PDN-NRO-TARJ.
          START PastDueNewFile KEY IS NOT LESS THAN PDN-NRO-TARJ
             INVALID KEY SET EOF-PAST-DUE-NEW TO TRUE
             NOT INVALID KEY PERFORM Copy_Past_Due_Record
          END-START.
          PERFORM UNTIL EOF-PAST-DUE-NEW
             MOVE PastDueNewRecord TO PastDueRecord
             REWRITE PastDueRecord
                INVALID KEY
                   WRITE PastDueRecord
                      INVALID KEY
                         DISPLAY "WARNING: CC_PASTDUE.DAT update "
                            "failed for " PD-NRO-TARJ " - status "
                            PastDueStatus
                   END-WRITE
             END-REWRITE
             PERFORM Copy_Past_Due_Record
          END-PERFORM.

          CLOSE PastDueNewFile.
          CLOSE PastDueFile.

          IF WS-pd-on-file-count > WS-pd-matched-count
             COMPUTE WS-carried-count =
                WS-pd-on-file-count - WS-pd-matched-count
          END-IF.

       Copy_Past_Due_Record.
          READ PastDueNewFile NEXT RECORD
             AT END SET EOF-PAST-DUE-NEW TO TRUE
          END-READ.
      *-----------------------------------------------------------*
          IF WS-pago-skipped-count > 0
             DISPLAY "  Payments skipped   : " WS-pago-skipped-count
          END-IF.
          IF WS-replaced-count > 0
             DISPLAY "  Replaced accounts  : " WS-replaced-count
                " (judged under their new card numbers)"
          END-IF.

       END PROGRAM Delinquency-Track.
