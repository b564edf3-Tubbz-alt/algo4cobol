       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Authorization.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: open-to-buy authorization.  Applies each
      *    AUTHREQ.DAT request (card, amount, merchant) against the
      *    card master through checkcc - only a card checkcc
      *    validates can be approved - and against the account's
      *    open-to-buy: the credit limit, less the last balance on
      *    SALDOS.DAT, the cuotas still to bill on CC_CUOTAS.DAT and
      *    the authorizations still holding.  Every decision,
      *    approved or declined, is logged to CC_AUTHLOG.DAT; an
      *    approval holds its amount there until the billing run
      *    matches it to the coupon and releases it.  Holds that no
      *    coupon has claimed within the AUTHPARM.DAT day limit
      *    expire at the start of every run.
      *  - Plans a live dispute has stopped still count against
      *    the open-to-buy - their cuotas are still owed.
      *  - A request date must be a real calendar date (day within
      *    its month, leap years included) - an impossible one
      *    would log a hold that expired on the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> One authorization request per record.
          SELECT AuthRequestFile ASSIGN TO "..\files\AUTHREQ.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuthRequestStatus.

          *> Authorization log - every decision this utility ever
          *> made, keyed by account + authorization number.  The
          *> billing run matches coupons against its holds.
          SELECT AuthFile ASSIGN TO "..\files\CC_AUTHLOG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS AUT-KEY
          FILE STATUS IS AuthStatus.

          *> Requests that couldn't be decided at all.
          SELECT AuthRequestErrorFile
          ASSIGN TO "..\files\AUTHREQ_ERRORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Debts - same file/key layout the billing run reads.
          SELECT SaldoFile ASSIGN TO "..\files\SALDOS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SALD-KEY
          FILE STATUS IS SaldoStatus.

          *> Installment ledger - same file/key layout the billing
          *> run maintains.
          SELECT CuotasFile ASSIGN TO "..\files\CC_CUOTAS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CUO-KEY
          FILE STATUS IS CuotasStatus.

          *> Optional parameters - days an approval may hold before
          *> it expires unclaimed.
          SELECT AuthParmFile ASSIGN TO "..\files\AUTHPARM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AuthParmStatus.

       DATA DIVISION.
       FILE SECTION.

       FD AuthRequestFile.
       01 AuthRequestRecord.
         88 EOF-AUTH-REQUEST VALUE HIGH-VALUES.
         03 ARQ-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 ARQ-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 ARQ-COMERCIO                 PIC 9(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> DDMMYYYY of the purchase - blank means today.
         03 ARQ-FECHA                    PIC X(8).

       FD AuthFile.
       01 AuthRecord.
         02 AUT-KEY.
      *> The account (principal card) the open-to-buy belongs to,
      *> and a number running per account.
           04 AUT-NRO-CUENTA             PIC 9(10).
           04 AUT-NRO-AUTH               PIC 9(6).
         02 AUT-NRO-TARJ                 PIC 9(10).
      *> DDMMYYYY purchase date, and the time the decision was made.
         02 AUT-FECHA                    PIC X(8).
         02 AUT-HORA                     PIC X(6).
         02 AUT-IMPORTE                  PIC 9(6)V99.
         02 AUT-COMERCIO                 PIC 9(6).
         02 AUT-DECISION                 PIC X(1).
           88 AUT-APROBADA               VALUE "A".
           88 AUT-DENEGADA               VALUE "D".
         02 AUT-MOTIVO                   PIC X(30).
      *> Open-to-buy the request was judged against (zero when the
      *> card has no limit set).
         02 AUT-DISPONIBLE               PIC S9(10)V99.
      *> "H" - approved, holding open-to-buy; "M" - matched by the
      *> billing run to the coupon below; "V" - expired unclaimed;
      *> "N" - declined, never held anything.
         02 AUT-ESTADO                   PIC X(1).
           88 AUT-RETENIDA               VALUE "H".
           88 AUT-CONSUMIDA              VALUE "M".
           88 AUT-VENCIDA                VALUE "V".
           88 AUT-SIN-RETENCION          VALUE "N".
      *> Date the hold was matched or expired, and the coupon that
      *> matched it.
         02 AUT-FECHA-CIERRE             PIC X(8).
         02 AUT-NRO-CUPON                PIC 9(5).

       FD AuthRequestErrorFile.
       01 AuthRequestErrorRecord.
         03 AERR-NRO-TARJ                PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AERR-IMPORTE                 PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AERR-COMERCIO                PIC X(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AERR-FECHA                   PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 AERR-REASON                  PIC X(30).

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
           88 CUO-SUSPENDIDA             VALUE "S".

       FD AuthParmFile.
       01 AuthParmRecord.
         88 EOF-AUTH-PARM VALUE HIGH-VALUES.
         03 APM-DIAS-VENCE               PIC 9(3).

       WORKING-STORAGE SECTION.
       01   AuthRequestStatus            PIC X(2).
           88 AuthRequestSuccess VALUE "00".
       01   AuthStatus                   PIC X(2).
           88 AuthSuccess     VALUE "00".
           88 AuthMissing     VALUE "35".
       01   SaldoStatus                  PIC X(2).
           88 SaldoSuccess    VALUE "00".
       01   CuotasStatus                 PIC X(2).
           88 CuotasSuccess   VALUE "00".
       01   AuthParmStatus               PIC X(2).
           88 AuthParmSuccess VALUE "00".

      *> Days an approval holds before it expires unclaimed -
      *> AUTHPARM.DAT overrides the default.
       01 WS-DIAS-VENCE                  PIC 9(3) VALUE 30.

       01 WS-CUOTAS-OPEN-SW              PIC X(1) VALUE "N".
          88 CUOTAS-AVAILABLE            VALUE "Y".

      *>-------------------------------------------------------------*
      *> The card as checkcc sees it, and the account's principal
      *> when the card is an additional one - same call and same
      *> fallback the billing run uses.
      *>-------------------------------------------------------------*
       01   WS-CreditCardValid           PIC X(1).
          88 CC-VALID VALUE HIGH-VALUE.
          88 CC-INVALID VALUE LOW-VALUE.
       01 TarjetaRecord.
         02 TJ-KEY.
           03 TJ-NRO-TARJ        PIC 9(10).
         02 TJ-TITULAR                   PIC X(30).
         02 TJ-DOCUMENTO                 PIC 9(11).
         02 TJ-LIMITE-CREDITO            PIC 9(8)V99.
         02 TJ-PRODUCTO                  PIC X(3).
         02 TJ-NRO-CUENTA                PIC 9(10).
       01 WS-PrincipalValid              PIC X(1).
       01 PrincipalRecord.
         02 PR-KEY.
           03 PR-NRO-TARJ        PIC 9(10).
         02 PR-TITULAR                   PIC X(30).
         02 PR-DOCUMENTO                 PIC 9(11).
         02 PR-LIMITE-CREDITO            PIC 9(8)V99.
         02 PR-PRODUCTO                  PIC X(3).
         02 PR-NRO-CUENTA                PIC 9(10).

      *>-------------------------------------------------------------*
      *> Open-to-buy of the account being decided.
      *>-------------------------------------------------------------*
       01 WS-auth-cuenta                 PIC 9(10).
       01 WS-auth-limite                 PIC 9(8)V99.
       01 WS-ultimo-saldo                PIC 9(6)V99.
       01 WS-ultimo-saldo-fecha          PIC X(8).
       01 WS-saldo-yyyymmdd              PIC X(8).
       01 WS-retenido                    PIC 9(10)V99.
       01 WS-cuotas-pend                 PIC 9(10)V99.
       01 WS-disponible                  PIC S9(10)V99.
       01 WS-ultimo-nro-auth             PIC 9(6).
       01 WS-auth-fecha                  PIC X(8).
       01 WS-auth-motivo                 PIC X(30).
       01 WS-auth-decision               PIC X(1).

      *> Plan-to-account lookups while summing the ledger - plans
      *> come in card order, so one remembered card saves most of
      *> the checkcc calls.
       01 WS-cuo-lookup-key              PIC 9(10).
       01 WS-cuo-last-tarj               PIC 9(10).
       01 WS-cuo-last-cuenta             PIC 9(10).
       01 WS-ScanValid                   PIC X(1).
       01 ScanRecord.
         02 SC-KEY.
           03 SC-NRO-TARJ        PIC 9(10).
         02 SC-TITULAR                   PIC X(30).
         02 SC-DOCUMENTO                 PIC 9(11).
         02 SC-LIMITE-CREDITO            PIC 9(8)V99.
         02 SC-PRODUCTO                  PIC X(3).
         02 SC-NRO-CUENTA                PIC 9(10).

      *> Hold ageing - dates as day numbers so the difference is
      *> plain subtraction.
       01 WS-TODAY-DDMMYYYY              PIC X(8).
       01 WS-TODAY-YYYYMMDD              PIC 9(8).
       01 WS-hold-yyyymmdd               PIC 9(8).
       01 WS-today-day-nbr               PIC 9(7).
       01 WS-hold-day-nbr                PIC 9(7).

      *> Request date check - same rules as the billing run's
      *> Validate_Cupon_Date.
       01 WS-VAL-DAY                     PIC 9(2).
       01 WS-VAL-MONTH                   PIC 9(2).
       01 WS-VAL-YEAR                    PIC 9(4).
       01 WS-VAL-DAYS-IN-MONTH           PIC 9(2).

       01 WS-approved-count              PIC 9(6) VALUE 0.
       01 WS-declined-count              PIC 9(6) VALUE 0.
       01 WS-expired-count               PIC 9(6) VALUE 0.
       01 WS-error-count                 PIC 9(6) VALUE 0.
       01 WS-tran-reason                 PIC X(30).

      *> Edited views for the operator's console.
       01 WS-ED-IMPORTE                  PIC Z(5)9.99.
       01 WS-ED-DISPONIBLE               PIC -(9)9.99.

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
          MOVE WS-CURRENT-DATE TO WS-TODAY-YYYYMMDD.
          COMPUTE WS-today-day-nbr =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

          PERFORM Load_Auth_Parameters.
          PERFORM Open_All_Files.
          PERFORM Expire_Stale_Holds.

          PERFORM Read_Request_File.
          PERFORM UNTIL EOF-AUTH-REQUEST
             PERFORM Apply_Request
             PERFORM Read_Request_File
          END-PERFORM.

          PERFORM Print_Summary.
          PERFORM Close_All_Files.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Load_Auth_Parameters.
          OPEN INPUT AuthParmFile.
          IF AuthParmSuccess
             READ AuthParmFile
                AT END SET EOF-AUTH-PARM TO TRUE
             END-READ
             IF NOT EOF-AUTH-PARM AND APM-DIAS-VENCE NUMERIC
                AND APM-DIAS-VENCE > 0
                MOVE APM-DIAS-VENCE TO WS-DIAS-VENCE
             END-IF
             CLOSE AuthParmFile
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The log is created on first use, as the billing run does
      *> with its history.  Without the balances no open-to-buy can
      *> be worked out, so that one stops the run; a missing
      *> installment ledger just means no plan has been opened yet.
       Open_All_Files.
          OPEN I-O AuthFile.
          IF AuthMissing
             OPEN OUTPUT AuthFile
             CLOSE AuthFile
             OPEN I-O AuthFile
          END-IF.
          IF NOT AuthSuccess
             DISPLAY "Unable to open CC_AUTHLOG.DAT - status "
                AuthStatus
             STOP RUN
          END-IF.

          OPEN INPUT SaldoFile.
          IF NOT SaldoSuccess
             DISPLAY "Unable to open SALDOS.DAT - status "
                SaldoStatus
             STOP RUN
          END-IF.

          MOVE "N" TO WS-CUOTAS-OPEN-SW.
          OPEN INPUT CuotasFile.
          IF CuotasSuccess
             MOVE "Y" TO WS-CUOTAS-OPEN-SW
          ELSE
             IF CuotasStatus NOT = "35"
                DISPLAY "WARNING: CC_CUOTAS.DAT not available - "
                   "status " CuotasStatus " - cuotas to bill are "
                   "left out of open-to-buy this run"
             END-IF
          END-IF.

          OPEN INPUT AuthRequestFile.
          IF NOT AuthRequestSuccess
             DISPLAY "Unable to open AUTHREQ.DAT - status "
                AuthRequestStatus
             STOP RUN
          END-IF.

          OPEN OUTPUT AuthRequestErrorFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> An approval no coupon has claimed within the day limit
      *> stops holding open-to-buy - the merchant never presented
      *> it.  Done before any request is decided so a stale hold
      *> can't decline today's purchase.
       Expire_Stale_Holds.
          MOVE LOW-VALUES TO AUT-KEY.
          START AuthFile KEY IS GREATER THAN AUT-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT AuthSuccess
             READ AuthFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF AuthSuccess AND AUT-RETENIDA
                PERFORM Check_Hold_Age
             END-IF
          END-PERFORM.

       Check_Hold_Age.
          IF AUT-FECHA NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          STRING AUT-FECHA(5:4) AUT-FECHA(3:2) AUT-FECHA(1:2)
             DELIMITED BY SIZE INTO WS-hold-yyyymmdd
          END-STRING.
          COMPUTE WS-hold-day-nbr =
             FUNCTION INTEGER-OF-DATE(WS-hold-yyyymmdd).
          IF WS-today-day-nbr - WS-hold-day-nbr > WS-DIAS-VENCE
             SET AUT-VENCIDA TO TRUE
             MOVE WS-TODAY-DDMMYYYY TO AUT-FECHA-CIERRE
             REWRITE AuthRecord
                INVALID KEY CONTINUE
             END-REWRITE
             ADD 1 TO WS-expired-count
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Read_Request_File.
          READ AuthRequestFile
             AT END SET EOF-AUTH-REQUEST TO TRUE
          END-READ.

      *> A request that can't even be keyed - card, amount or
      *> merchant not numeric, a date that isn't one - goes to the
      *> error file; anything else gets a decision on the log.
       Apply_Request.
          IF ARQ-NRO-TARJ NOT NUMERIC
             MOVE "INVALID CARD NUMBER" TO WS-tran-reason
             PERFORM Reject_Request
             EXIT PARAGRAPH
          END-IF.
          IF ARQ-IMPORTE NOT NUMERIC OR ARQ-IMPORTE = 0
             MOVE "INVALID AMOUNT" TO WS-tran-reason
             PERFORM Reject_Request
             EXIT PARAGRAPH
          END-IF.
          IF ARQ-COMERCIO NOT NUMERIC
             MOVE "INVALID MERCHANT" TO WS-tran-reason
             PERFORM Reject_Request
             EXIT PARAGRAPH
          END-IF.
          IF ARQ-FECHA = SPACES
             MOVE WS-TODAY-DDMMYYYY TO WS-auth-fecha
          ELSE
             MOVE SPACES TO WS-tran-reason
             PERFORM Validate_Request_Date
             IF WS-tran-reason NOT = SPACES
                PERFORM Reject_Request
                EXIT PARAGRAPH
             END-IF
             MOVE ARQ-FECHA TO WS-auth-fecha
          END-IF.

          PERFORM Decide_Request.
          PERFORM Write_Auth_Record.

      *> DDMMYYYY with the month 1-12 and the day within it.
       Validate_Request_Date.
          IF ARQ-FECHA NOT NUMERIC
             MOVE "INVALID DATE" TO WS-tran-reason
             EXIT PARAGRAPH
          END-IF.
          MOVE ARQ-FECHA(1:2) TO WS-VAL-DAY.
          MOVE ARQ-FECHA(3:2) TO WS-VAL-MONTH.
          MOVE ARQ-FECHA(5:4) TO WS-VAL-YEAR.

          IF WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
             MOVE "INVALID DATE" TO WS-tran-reason
          ELSE
             PERFORM Compute_Days_In_Month
             IF WS-VAL-DAY < 1 OR WS-VAL-DAY > WS-VAL-DAYS-IN-MONTH
                MOVE "INVALID DATE" TO WS-tran-reason
             END-IF
          END-IF.

      *> WS-VAL-MONTH/WS-VAL-YEAR in, WS-VAL-DAYS-IN-MONTH out.
       Compute_Days_In_Month.
          MOVE 31 TO WS-VAL-DAYS-IN-MONTH.
          EVALUATE WS-VAL-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
                MOVE 30 TO WS-VAL-DAYS-IN-MONTH
             WHEN 2
                IF FUNCTION MOD(WS-VAL-YEAR, 400) = 0
                   OR (FUNCTION MOD(WS-VAL-YEAR, 4) = 0 AND
                       FUNCTION MOD(WS-VAL-YEAR, 100) NOT = 0)
                   MOVE 29 TO WS-VAL-DAYS-IN-MONTH
                ELSE
                   MOVE 28 TO WS-VAL-DAYS-IN-MONTH
                END-IF
          END-EVALUATE.

      *> checkcc's status rules first - a card it won't validate is
      *> declined whatever its balance.  Then the open-to-buy, which
      *> belongs to the account: the principal's limit, less the
      *> account's last balance, its cuotas still to bill and its
      *> approvals still holding.  A card with no limit set (zero)
      *> is approved on status alone, as the over-limit check never
      *> flags it either.
       Decide_Request.
          MOVE 0 TO WS-disponible.
          CALL 'checkcc' USING BY CONTENT ARQ-NRO-TARJ,
          BY REFERENCE WS-CreditCardValid,
          BY REFERENCE TarjetaRecord.

          MOVE TJ-NRO-CUENTA TO WS-auth-cuenta.
          MOVE TJ-LIMITE-CREDITO TO WS-auth-limite.
          IF TJ-NRO-CUENTA NOT = TJ-NRO-TARJ
             PERFORM Fetch_Principal_Limit
          END-IF.
          PERFORM Scan_Account_Holds.

          IF TJ-TITULAR = SPACES
             MOVE "D" TO WS-auth-decision
             MOVE "CARD NOT ON FILE" TO WS-auth-motivo
             EXIT PARAGRAPH
          END-IF.
          IF CC-INVALID
             MOVE "D" TO WS-auth-decision
             MOVE "CARD NOT ACTIVE" TO WS-auth-motivo
             EXIT PARAGRAPH
          END-IF.
          IF WS-auth-limite = 0
             MOVE "A" TO WS-auth-decision
             MOVE "NO CREDIT LIMIT SET" TO WS-auth-motivo
             EXIT PARAGRAPH
          END-IF.

          PERFORM Find_Last_Saldo.
          PERFORM Sum_Account_Cuotas.
          COMPUTE WS-disponible = WS-auth-limite - WS-ultimo-saldo
             - WS-cuotas-pend - WS-retenido.

          IF ARQ-IMPORTE > WS-disponible
             MOVE "D" TO WS-auth-decision
             MOVE "INSUFFICIENT OPEN-TO-BUY" TO WS-auth-motivo
          ELSE
             MOVE "A" TO WS-auth-decision
             MOVE "WITHIN OPEN-TO-BUY" TO WS-auth-motivo
          END-IF.

      *> A linked principal that isn't on the master leaves the
      *> card as its own account, the billing run's fallback.
       Fetch_Principal_Limit.
          CALL 'checkcc' USING BY CONTENT TJ-NRO-CUENTA,
          BY REFERENCE WS-PrincipalValid,
          BY REFERENCE PrincipalRecord.
          IF PR-TITULAR NOT = SPACES
             MOVE PR-LIMITE-CREDITO TO WS-auth-limite
          ELSE
             MOVE TJ-NRO-TARJ TO WS-auth-cuenta
          END-IF.

      *> Every log entry of the account: the approvals still
      *> holding add up to what open-to-buy has already promised,
      *> and the highest number is where the next one continues.
       Scan_Account_Holds.
          MOVE 0 TO WS-retenido.
          MOVE 0 TO WS-ultimo-nro-auth.
          MOVE WS-auth-cuenta TO AUT-NRO-CUENTA.
          MOVE 0 TO AUT-NRO-AUTH.
          START AuthFile KEY IS NOT LESS THAN AUT-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT AuthSuccess
             READ AuthFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF AuthSuccess
                IF AUT-NRO-CUENTA = WS-auth-cuenta
                   MOVE AUT-NRO-AUTH TO WS-ultimo-nro-auth
                   IF AUT-RETENIDA
                      ADD AUT-IMPORTE TO WS-retenido
                   END-IF
                ELSE
                   MOVE "99" TO AuthStatus
                END-IF
             END-IF
          END-PERFORM.

      *> The account's newest balance on SALDOS.DAT.  Keys carry the
      *> date DDMMYYYY, which doesn't sort by time, so every record
      *> of the account is looked at and the latest date wins.
       Find_Last_Saldo.
          MOVE 0 TO WS-ultimo-saldo.
          MOVE LOW-VALUES TO WS-ultimo-saldo-fecha.
          MOVE WS-auth-cuenta TO SALD-NRO-TARJ.
          MOVE LOW-VALUES TO SALD-FECHA.
          START SaldoFile KEY IS NOT LESS THAN SALD-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT SaldoSuccess
             READ SaldoFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF SaldoSuccess
                IF SALD-NRO-TARJ = WS-auth-cuenta
                   STRING SALD-FECHA(7:4) SALD-FECHA(5:2)
                          SALD-FECHA(3:2)
                      DELIMITED BY SIZE INTO WS-saldo-yyyymmdd
                   END-STRING
                   IF WS-saldo-yyyymmdd > WS-ultimo-saldo-fecha
                      MOVE WS-saldo-yyyymmdd TO WS-ultimo-saldo-fecha
                      MOVE SALD-IMPORTE TO WS-ultimo-saldo
                   END-IF
                ELSE
                   MOVE "99" TO SaldoStatus
                END-IF
             END-IF
          END-PERFORM.

      *> Cuotas still to bill on the account's live plans - billing
      *> or stopped by a dispute, either way already bought, so
      *> already spent against the limit.  The ledger is
      *> keyed by card, so each plan's card is resolved to its
      *> account the way the billing run resolves it.
       Sum_Account_Cuotas.
          MOVE 0 TO WS-cuotas-pend.
          IF NOT CUOTAS-AVAILABLE
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO WS-cuo-last-tarj.
          MOVE 0 TO WS-cuo-last-cuenta.
          MOVE LOW-VALUES TO CUO-KEY.
          START CuotasFile KEY IS GREATER THAN CUO-KEY
             INVALID KEY CONTINUE
          END-START.

          PERFORM UNTIL NOT CuotasSuccess
             READ CuotasFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF CuotasSuccess AND (CUO-ACTIVA OR CUO-SUSPENDIDA)
                IF CUO-NRO-TARJ NOT = WS-cuo-last-tarj
                   MOVE CUO-NRO-TARJ TO WS-cuo-lookup-key
                   CALL 'checkcc' USING BY CONTENT WS-cuo-lookup-key,
                   BY REFERENCE WS-ScanValid,
                   BY REFERENCE ScanRecord
                   MOVE CUO-NRO-TARJ TO WS-cuo-last-tarj
                   MOVE SC-NRO-CUENTA TO WS-cuo-last-cuenta
                END-IF
                IF WS-cuo-last-cuenta = WS-auth-cuenta
                   ADD CUO-IMPORTE-PEND TO WS-cuotas-pend
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> One log record per decision.  An approval holds its amount
      *> until the billing run matches the coupon (or it expires); a
      *> decline never held anything.
       Write_Auth_Record.
          MOVE WS-auth-cuenta TO AUT-NRO-CUENTA.
          COMPUTE AUT-NRO-AUTH = WS-ultimo-nro-auth + 1.
          MOVE ARQ-NRO-TARJ TO AUT-NRO-TARJ.
          MOVE WS-auth-fecha TO AUT-FECHA.
          MOVE WS-CURRENT-TIME(1:6) TO AUT-HORA.
          MOVE ARQ-IMPORTE TO AUT-IMPORTE.
          MOVE ARQ-COMERCIO TO AUT-COMERCIO.
          MOVE WS-auth-decision TO AUT-DECISION.
          MOVE WS-auth-motivo TO AUT-MOTIVO.
          MOVE WS-disponible TO AUT-DISPONIBLE.
          MOVE SPACES TO AUT-FECHA-CIERRE.
          MOVE 0 TO AUT-NRO-CUPON.
          IF AUT-APROBADA
             SET AUT-RETENIDA TO TRUE
          ELSE
             SET AUT-SIN-RETENCION TO TRUE
          END-IF.

          WRITE AuthRecord
             INVALID KEY
                MOVE "LOG WRITE FAILED" TO WS-tran-reason
                PERFORM Reject_Request
                EXIT PARAGRAPH
          END-WRITE.

          MOVE ARQ-IMPORTE TO WS-ED-IMPORTE.
          MOVE WS-disponible TO WS-ED-DISPONIBLE.
          IF AUT-APROBADA
             ADD 1 TO WS-approved-count
             DISPLAY "APROBADA  tarjeta " ARQ-NRO-TARJ " importe "
                WS-ED-IMPORTE " autorizacion " AUT-NRO-CUENTA "-"
                AUT-NRO-AUTH
          ELSE
             ADD 1 TO WS-declined-count
             DISPLAY "DENEGADA  tarjeta " ARQ-NRO-TARJ " importe "
                WS-ED-IMPORTE " - " WS-auth-motivo
                " (disponible " WS-ED-DISPONIBLE ")"
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Reject_Request.
          MOVE ARQ-NRO-TARJ TO AERR-NRO-TARJ.
          MOVE ARQ-IMPORTE TO AERR-IMPORTE.
          MOVE ARQ-COMERCIO TO AERR-COMERCIO.
          MOVE ARQ-FECHA TO AERR-FECHA.
          MOVE WS-tran-reason TO AERR-REASON.
          WRITE AuthRequestErrorRecord.
          ADD 1 TO WS-error-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "Authorization run complete.".
          DISPLAY "  Approved : " WS-approved-count.
          DISPLAY "  Declined : " WS-declined-count.
          DISPLAY "  Rejected : " WS-error-count.
          DISPLAY "  Expired  : " WS-expired-count
             " (holds older than " WS-DIAS-VENCE " days)".
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Close_All_Files.
          CLOSE AuthFile.
          CLOSE SaldoFile.
          IF CUOTAS-AVAILABLE
             CLOSE CuotasFile
          END-IF.
          CLOSE AuthRequestFile.
          CLOSE AuthRequestErrorFile.

       END PROGRAM Authorization.
