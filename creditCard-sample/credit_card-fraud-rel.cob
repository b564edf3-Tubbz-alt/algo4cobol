       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Fraud-Release.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: fraud desk decisions on the CC_FRAUDREV.DAT
      *    review queue.  Each FRAUDTRN.DAT transaction names a
      *    held coupon (card, coupon number, purchase date) and
      *    either releases it ("L") or rejects it ("R").  A
      *    released coupon is written to the CUPONREL.DAT feed -
      *    under the replacement card when the coupon was held for
      *    a replaced card - which the next billing run merges as
      *    one more feed slot, without screening it again.  The
      *    queue entry is marked with the decision, and every
      *    decision is journaled to FRAUDAUD.DAT under the
      *    OPERID.DAT operator.  Transactions that match no pending
      *    entry go to FRAUDTRN_ERRORS.DAT with the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          *> One fraud desk decision per record.
          SELECT FraudTranFile ASSIGN TO "..\files\FRAUDTRN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FraudTranStatus.

          *> Decisions that couldn't be applied.
          SELECT FraudTranErrorFile
          ASSIGN TO "..\files\FRAUDTRN_ERRORS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Work index of the decisions - rebuilt every run.
          SELECT FraudIndexFile ASSIGN TO "..\files\fraudidx.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FRI-KEY
          FILE STATUS IS FraudIndexStatus.

          *> Review queue - same layout the billing run appends to.
          SELECT OPTIONAL FraudReviewFile
          ASSIGN TO "..\files\CC_FRAUDREV.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FraudReviewStatus.

          *> The queue as marked - copied back over CC_FRAUDREV.DAT
          *> at the end of the pass.
          SELECT FraudReviewWorkFile ASSIGN TO "..\files\FRAUDREV.NEW"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Released coupons for the next billing run - same layout
          *> and trailer as the hold feed.  OPTIONAL: the first
          *> release ever finds no file.
          SELECT OPTIONAL ReleaseFile
          ASSIGN TO "..\files\CUPONREL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ReleaseStatus.

          *> Sort temp file - the feed is rebuilt in card order.
          SELECT ReleaseWorkFile ASSIGN TO "..\files\relwork.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Decision journal - one record per queue entry moved.
          SELECT FraudAuditFile ASSIGN TO "..\files\FRAUDAUD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Optional operator/batch identifier for the journal -
          *> one record; absent means "BATCH".
          SELECT OperIdFile ASSIGN TO "..\files\OPERID.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS OperIdStatus.

       DATA DIVISION.
       FILE SECTION.

       FD FraudTranFile.
       01 FraudTranRecord.
         88 EOF-FRAUD-TRAN VALUE HIGH-VALUES.
      *> "L" - release to billing; "R" - reject.
         03 FTR-ACCION                   PIC X(1).
           88 FTR-LIBERAR                VALUE "L".
           88 FTR-RECHAZAR               VALUE "R".
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FTR-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FTR-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> DDMMYYYY, as on the queue entry.
         03 FTR-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FTR-MOTIVO                   PIC X(30).

       FD FraudTranErrorFile.
       01 FraudTranErrorRecord.
         03 FERR-ACCION                  PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FERR-NRO-TARJ                PIC X(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FERR-NRO-CUPON               PIC X(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FERR-FECHA-COMPRA            PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FERR-MOTIVO                  PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FERR-REASON                  PIC X(30).

       FD FraudIndexFile.
       01 FraudIndexRecord.
         02 FRI-KEY.
           03 FRI-NRO-TARJ               PIC 9(10).
           03 FRI-NRO-CUPON              PIC 9(5).
           03 FRI-FECHA-COMPRA           PIC X(8).
         02 FRI-ACCION                   PIC X(1).
         02 FRI-MOTIVO                   PIC X(30).
      *> P - pending; A - applied; Y - found, already decided.
         02 FRI-ESTADO                   PIC X(1).
           88 FRI-PENDIENTE              VALUE "P".
           88 FRI-APLICADO               VALUE "A".
           88 FRI-YA-RESUELTO            VALUE "Y".
         02 FRI-ESTADO-COLA              PIC X(1).

       FD FraudReviewFile.
       01 FraudReviewRecord.
         88 EOF-FRAUD-REVIEW VALUE HIGH-VALUES.
         03 FRV-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
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
         03 FRV-REGLA                    PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FRV-TARJ-NUEVA               PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> "P" or blank - pending; "L" - released; "R" - rejected.
         03 FRV-ESTADO                   PIC X(1).
           88 FRV-PENDIENTE              VALUE "P" " ".

       FD FraudReviewWorkFile.
       01 FraudReviewWorkRecord.
         88 EOF-FRAUD-REVIEW-WORK VALUE HIGH-VALUES.
         03 FILLER                       PIC X(101).

       FD ReleaseFile.
       01 ReleaseRecord.
         88 EOF-RELEASE VALUE HIGH-VALUES.
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

       SD ReleaseWorkFile.
       01 ReleaseSortRecord.
         88 EOF-RELEASE-WORK VALUE HIGH-VALUE.
         03 SRT-NRO-TARJ                 PIC 9(10).
         03 SRT-NRO-CUPON                PIC 9(5).
         03 SRT-FECHA-COMPRA             PIC X(10).
         03 SRT-IMPORTE                  PIC 9(6)V99.
         03 SRT-COMERCIO                 PIC 9(6).
         03 SRT-MONEDA                   PIC X(3).
         03 SRT-CUOTAS                   PIC 9(2).

       FD FraudAuditFile.
       01 FraudAuditRecord.
         03 FAU-FECHA                    PIC X(8).
         03 FAU-HORA                     PIC X(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-OPERADOR                 PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-ACCION                   PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-NRO-CUPON                PIC 9(5).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-FECHA-COMPRA             PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-IMPORTE                  PIC 9(6)V99.
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-REGLA                    PIC X(30).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-OLD-ESTADO               PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-NEW-ESTADO               PIC X(1).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> The card the released coupon bills to - zero on a reject.
         03 FAU-TARJ-FACTURA             PIC 9(10).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 FAU-MOTIVO                   PIC X(30).

       FD OperIdFile.
       01 OperIdRecord.
         88 EOF-OPER-ID VALUE HIGH-VALUES.
         03 OPID-OPERADOR                PIC X(8).

       WORKING-STORAGE SECTION.
       01   FraudTranStatus              PIC X(2).
           88 FraudTranSuccess VALUE "00".
       01   FraudIndexStatus             PIC X(2).
           88 FraudIndexSuccess VALUE "00".
       01   FraudReviewStatus            PIC X(2).
           88 FraudReviewSuccess VALUE "00".
       01   ReleaseStatus                PIC X(2).
           88 ReleaseSuccess  VALUE "00".
       01   OperIdStatus                 PIC X(2).
           88 OperIdSuccess   VALUE "00".

       01 WS-OPERADOR                    PIC X(8) VALUE "BATCH".
       01 WS-tran-reason                 PIC X(30).
       01 WS-old-estado                  PIC X(1).

      *>-------------------------------------------------------------*
      *> Run totals.
      *>-------------------------------------------------------------*
       01 WS-tran-count                  PIC 9(6) VALUE 0.
       01 WS-released-count              PIC 9(6) VALUE 0.
       01 WS-rejected-count              PIC 9(6) VALUE 0.
       01 WS-error-count                 PIC 9(6) VALUE 0.
       01 WS-pending-count               PIC 9(6) VALUE 0.
       01 WS-feed-count                  PIC 9(7) VALUE 0.
       01 WS-feed-hash                   PIC 9(10)V99 VALUE 0.

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
          PERFORM Load_Operator_Id.

          OPEN INPUT FraudTranFile.
          IF NOT FraudTranSuccess
             DISPLAY "No FRAUDTRN.DAT - nothing to apply"
             STOP RUN
          END-IF.
          OPEN OUTPUT FraudTranErrorFile.
          PERFORM Build_Fraud_Index.
          CLOSE FraudTranFile.

          OPEN EXTEND FraudAuditFile.

      *> The queue pass runs inside the sort's input phase: every
      *> coupon it releases goes straight into the rebuilt feed,
      *> alongside the ones still waiting there from earlier runs.
          SORT ReleaseWorkFile ON ASCENDING KEY SRT-NRO-TARJ
                               ON ASCENDING KEY SRT-NRO-CUPON
                              INPUT PROCEDURE IS Collect_Releases
                              OUTPUT PROCEDURE IS Write_Release_Feed.

          CLOSE FraudAuditFile.

          PERFORM Rewrite_Fraud_Queue.
          PERFORM Reject_Unmatched_Decisions.

          CLOSE FraudIndexFile.
          CLOSE FraudTranErrorFile.

          PERFORM Print_Summary.

          STOP RUN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Who to journal the decisions under - same convention as
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
      *> The decisions go on a work index first, so one pass over
      *> the queue can find each entry's decision by key - the same
      *> way Charge-Off matches its write-off approvals.
       Build_Fraud_Index.
          OPEN OUTPUT FraudIndexFile.
          CLOSE FraudIndexFile.
          OPEN I-O FraudIndexFile.
          IF NOT FraudIndexSuccess
             DISPLAY "Unable to open fraudidx.dat - status "
                FraudIndexStatus
             STOP RUN
          END-IF.

          PERFORM Read_Fraud_Tran.
          PERFORM UNTIL EOF-FRAUD-TRAN
             ADD 1 TO WS-tran-count
             IF FTR-NRO-TARJ NOT NUMERIC
                OR FTR-NRO-CUPON NOT NUMERIC
                OR FTR-FECHA-COMPRA = SPACES
                OR NOT (FTR-LIBERAR OR FTR-RECHAZAR)
                MOVE "INVALID DECISION RECORD" TO WS-tran-reason
                PERFORM Reject_Fraud_Tran
             ELSE
                MOVE FTR-NRO-TARJ TO FRI-NRO-TARJ
                MOVE FTR-NRO-CUPON TO FRI-NRO-CUPON
                MOVE FTR-FECHA-COMPRA TO FRI-FECHA-COMPRA
                MOVE FTR-ACCION TO FRI-ACCION
                MOVE FTR-MOTIVO TO FRI-MOTIVO
                SET FRI-PENDIENTE TO TRUE
                MOVE SPACE TO FRI-ESTADO-COLA
                WRITE FraudIndexRecord
                   INVALID KEY
                      MOVE "DUPLICATE DECISION" TO WS-tran-reason
                      PERFORM Reject_Fraud_Tran
                END-WRITE
             END-IF
             PERFORM Read_Fraud_Tran
          END-PERFORM.

       Read_Fraud_Tran.
          READ FraudTranFile
             AT END SET EOF-FRAUD-TRAN TO TRUE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Sort input phase: the coupons already waiting on the feed
      *> (everything but its trailer, which the output phase
      *> re-derives), then the queue pass.
       Collect_Releases.
          OPEN INPUT ReleaseFile.
          PERFORM Read_Release_Record.
          PERFORM UNTIL EOF-RELEASE
             IF RTRL-ID NOT = "T"
                MOVE ReleaseRecord TO ReleaseSortRecord
                RELEASE ReleaseSortRecord
             END-IF
             PERFORM Read_Release_Record
          END-PERFORM.
          CLOSE ReleaseFile.

          OPEN INPUT FraudReviewFile.
          OPEN OUTPUT FraudReviewWorkFile.
          PERFORM Read_Fraud_Review.
          PERFORM UNTIL EOF-FRAUD-REVIEW
             PERFORM Match_Fraud_Decision
             WRITE FraudReviewWorkRecord FROM FraudReviewRecord
             PERFORM Read_Fraud_Review
          END-PERFORM.
          CLOSE FraudReviewFile.
          CLOSE FraudReviewWorkFile.

       Read_Release_Record.
          READ ReleaseFile
             AT END SET EOF-RELEASE TO TRUE
          END-READ.

       Read_Fraud_Review.
          READ FraudReviewFile
             AT END SET EOF-FRAUD-REVIEW TO TRUE
          END-READ.

      *> A decision applies to the first pending entry with its key.
      *> An entry already decided only tells the reject pass why a
      *> decision found nothing to do.
       Match_Fraud_Decision.
          MOVE FRV-NRO-TARJ TO FRI-NRO-TARJ.
          MOVE FRV-NRO-CUPON TO FRI-NRO-CUPON.
          MOVE FRV-FECHA-COMPRA TO FRI-FECHA-COMPRA.
          READ FraudIndexFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT FraudIndexSuccess OR FRI-APLICADO
             IF FRV-PENDIENTE
                ADD 1 TO WS-pending-count
             END-IF
             EXIT PARAGRAPH
          END-IF.

          IF NOT FRV-PENDIENTE
             SET FRI-YA-RESUELTO TO TRUE
             MOVE FRV-ESTADO TO FRI-ESTADO-COLA
             REWRITE FraudIndexRecord
                INVALID KEY CONTINUE
             END-REWRITE
             EXIT PARAGRAPH
          END-IF.

          MOVE FRV-ESTADO TO WS-old-estado.
          MOVE FRI-ACCION TO FRV-ESTADO.
          SET FRI-APLICADO TO TRUE.
          REWRITE FraudIndexRecord
             INVALID KEY CONTINUE
          END-REWRITE.

          IF FRI-ACCION = "L"
             PERFORM Release_Cupon
          ELSE
             ADD 1 TO WS-rejected-count
             MOVE 0 TO FAU-TARJ-FACTURA
          END-IF.
          PERFORM Write_Fraud_Audit_Record.

      *> Into the feed in the hold file's layout.  A coupon held for
      *> a replaced card bills to the card that replaced it.
       Release_Cupon.
          IF FRV-TARJ-NUEVA NUMERIC AND FRV-TARJ-NUEVA > 0
             MOVE FRV-TARJ-NUEVA TO SRT-NRO-TARJ
          ELSE
             MOVE FRV-NRO-TARJ TO SRT-NRO-TARJ
          END-IF.
          MOVE FRV-NRO-CUPON TO SRT-NRO-CUPON.
          MOVE SPACES TO SRT-FECHA-COMPRA.
          MOVE FRV-FECHA-COMPRA TO SRT-FECHA-COMPRA(3:8).
          MOVE FRV-IMPORTE TO SRT-IMPORTE.
          MOVE FRV-COMERCIO TO SRT-COMERCIO.
          MOVE FRV-MONEDA TO SRT-MONEDA.
          MOVE FRV-CUOTAS TO SRT-CUOTAS.
          RELEASE ReleaseSortRecord.

          MOVE SRT-NRO-TARJ TO FAU-TARJ-FACTURA.
          ADD 1 TO WS-released-count.

      *> Sort output phase: the feed in card order, closed by the
      *> count-and-hash trailer the billing run's feed verification
      *> demands.
       Write_Release_Feed.
          OPEN OUTPUT ReleaseFile.
          PERFORM Return_Release_Record.
          PERFORM UNTIL EOF-RELEASE-WORK
             MOVE ReleaseSortRecord TO ReleaseRecord
             WRITE ReleaseRecord
             ADD 1 TO WS-feed-count
             ADD SRT-IMPORTE TO WS-feed-hash
             PERFORM Return_Release_Record
          END-PERFORM.
          MOVE SPACES TO ReleaseTrailerRecord.
          MOVE "T" TO RTRL-ID.
          MOVE WS-feed-count TO RTRL-COUNT.
          MOVE WS-feed-hash TO RTRL-HASH.
          WRITE ReleaseTrailerRecord.
          CLOSE ReleaseFile.

       Return_Release_Record.
          RETURN ReleaseWorkFile
             AT END SET EOF-RELEASE-WORK TO TRUE
          END-RETURN.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The marked queue back over CC_FRAUDREV.DAT - the same
      *> copy-back Suspense-Reprocess uses.
       Rewrite_Fraud_Queue.
          OPEN INPUT FraudReviewWorkFile.
          OPEN OUTPUT FraudReviewFile.
          PERFORM Copy_Fraud_Review.
          PERFORM UNTIL EOF-FRAUD-REVIEW-WORK
             WRITE FraudReviewRecord FROM FraudReviewWorkRecord
             PERFORM Copy_Fraud_Review
          END-PERFORM.
          CLOSE FraudReviewWorkFile.
          CLOSE FraudReviewFile.

       Copy_Fraud_Review.
          READ FraudReviewWorkFile
             AT END SET EOF-FRAUD-REVIEW-WORK TO TRUE
          END-READ.

       Reject_Unmatched_Decisions.
          MOVE LOW-VALUES TO FRI-KEY.
          START FraudIndexFile KEY IS NOT LESS THAN FRI-KEY
             INVALID KEY CONTINUE
          END-START.
          PERFORM UNTIL NOT FraudIndexSuccess
             READ FraudIndexFile NEXT RECORD
                AT END CONTINUE
             END-READ
             IF FraudIndexSuccess AND NOT FRI-APLICADO
                IF FRI-YA-RESUELTO
                   IF FRI-ESTADO-COLA = "L"
                      MOVE "ALREADY RELEASED" TO WS-tran-reason
                   ELSE
                      MOVE "ALREADY REJECTED" TO WS-tran-reason
                   END-IF
                ELSE
                   MOVE "NOT PENDING IN FRAUD QUEUE"
                      TO WS-tran-reason
                END-IF
                MOVE FRI-ACCION TO FTR-ACCION
                MOVE FRI-NRO-TARJ TO FTR-NRO-TARJ
                MOVE FRI-NRO-CUPON TO FTR-NRO-CUPON
                MOVE FRI-FECHA-COMPRA TO FTR-FECHA-COMPRA
                MOVE FRI-MOTIVO TO FTR-MOTIVO
                PERFORM Reject_Fraud_Tran
             END-IF
          END-PERFORM.

       Reject_Fraud_Tran.
          MOVE FTR-ACCION TO FERR-ACCION.
          MOVE FTR-NRO-TARJ TO FERR-NRO-TARJ.
          MOVE FTR-NRO-CUPON TO FERR-NRO-CUPON.
          MOVE FTR-FECHA-COMPRA TO FERR-FECHA-COMPRA.
          MOVE FTR-MOTIVO TO FERR-MOTIVO.
          MOVE WS-tran-reason TO FERR-REASON.
          WRITE FraudTranErrorRecord.
          ADD 1 TO WS-error-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Write_Fraud_Audit_Record.
          MOVE WS-CURRENT-DATE TO FAU-FECHA.
          MOVE WS-CURRENT-TIME(1:6) TO FAU-HORA.
          MOVE WS-OPERADOR TO FAU-OPERADOR.
          MOVE FRI-ACCION TO FAU-ACCION.
          MOVE FRV-NRO-TARJ TO FAU-NRO-TARJ.
          MOVE FRV-NRO-CUPON TO FAU-NRO-CUPON.
          MOVE FRV-FECHA-COMPRA TO FAU-FECHA-COMPRA.
          MOVE FRV-IMPORTE TO FAU-IMPORTE.
          MOVE FRV-REGLA TO FAU-REGLA.
          MOVE WS-old-estado TO FAU-OLD-ESTADO.
          MOVE FRV-ESTADO TO FAU-NEW-ESTADO.
          MOVE FRI-MOTIVO TO FAU-MOTIVO.
          WRITE FraudAuditRecord.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "Fraud desk decisions applied".
          DISPLAY "  Decisions read       : " WS-tran-count.
          DISPLAY "  Coupons released     : " WS-released-count.
          DISPLAY "  Coupons rejected     : " WS-rejected-count.
          DISPLAY "  Still pending        : " WS-pending-count.
          DISPLAY "  Waiting on CUPONREL  : " WS-feed-count.
          IF WS-error-count > 0
             DISPLAY "  Decisions rejected   : " WS-error-count
                " (see FRAUDTRN_ERRORS.DAT)"
          END-IF.

       END PROGRAM Fraud-Release.
