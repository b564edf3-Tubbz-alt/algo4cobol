       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GL-Journal.
      * AUTHOR:  nacho.
      * Modification history:
      *  - New utility: the cycle's general-ledger journal.  Posts
      *    everything the billing run billed for the cycle - the
      *    CC_GLACT.DAT activity it writes: purchases by currency,
      *    late fees, finance charges, payments and reversals - to
      *    balanced debit/credit entries on GLJNLddmmyyyy.DAT, one
      *    file per cycle.  Payments that came in through
      *    CC_DISPCRD.DAT (dispute provisional credits and
      *    clawbacks) and AUTOPYPG.DAT (auto-pay collections) are
      *    recognised against those files and posted under their
      *    own transaction types.  The type-to-account mapping is
      *    the GLMAP.DAT table, maintained like FXRATES.DAT.  A
      *    type with no mapping, or debits that don't equal the
      *    credits, and no journal is written at all - Cycle-Close
      *    will not close a cycle whose journal hasn't been
      *    produced.
      *  - Rewards points credits from CC_PTSCRD.DAT, folded into
      *    PAGOS.DAT like the dispute credits, post under their own
      *    type PTSCRED instead of as customer payments.
      *  - The proof now totals the debit and credit lines as the
      *    journal builds them, each side from its own lines, and
      *    holds both against the cycle's CC_GLACT.DAT total - a
      *    line dropped or posted on the wrong side refuses the
      *    journal instead of balancing by construction.
      *  - Charge-Off's movements for the cycle - charge-offs,
      *    recoveries and suspense write-offs, typed on
      *    CC_CHOFGL.DAT in the CC_GLACT.DAT layout - post with the
      *    billing activity.  GLMAP.DAT needs rows for CASTIGO,
      *    CASTCUO, RECUPERO, RECUPREV, RECSUSP, RECSUSPR, BAJASUSP,
      *    BAJAPAGO and BAJAREV once a cycle has any of them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

          *> Transaction type (and currency) to GL account mapping.
          SELECT GlMapFile ASSIGN TO "..\files\GLMAP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GlMapStatus.

          *> What the billing run billed, typed per line - and, in
          *> the same layout, what Charge-Off moved (CC_CHOFGL.DAT).
          SELECT GlActivityFile ASSIGN TO WS-GL-ACT-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GlActivityStatus.

          *> Dispute credits and clawbacks, and auto-pay collections,
          *> as they were folded into the cycle's PAGOS.DAT.
          SELECT DispCreditFile ASSIGN TO "..\files\CC_DISPCRD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DispCreditStatus.

          SELECT AutopayPagoFile ASSIGN TO "..\files\AUTOPYPG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AutopayPagoStatus.

          *> Points redemption credits, folded the same way.
          SELECT PointsCreditFile ASSIGN TO "..\files\CC_PTSCRD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PointsCreditStatus.

          *> Work index of those payments' keys - rebuilt every run.
          SELECT GlOriginFile ASSIGN TO "..\files\glorigen.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GLO-KEY
          FILE STATUS IS GlOriginStatus.

          *> The cycle's journal - named for the cycle's as-of date.
          SELECT GlJournalFile ASSIGN TO WS-GL-JNL-PATH
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GlJournalStatus.

       DATA DIVISION.
       FILE SECTION.

       FD CycleStatusFile.
       01 CycleStatusRecord.
         03 CYC-FECHA-SALDO              PIC X(8).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 CYC-ESTADO                   PIC X(8).

       FD RunParmFile.
       01 RunParmRecord.
         88 EOF-RUN-PARM VALUE HIGH-VALUES.
         03 RP-BALANCE-DATE              PIC X(8).

      *> Blank currency is the type's mapping for every currency; a
      *> record for a specific currency overrides it for that one.
       FD GlMapFile.
       01 GlMapRecord.
         88 EOF-GL-MAP VALUE HIGH-VALUES.
         03 GLM-TIPO                     PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLM-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1).
         03 GLM-CTA-DEBE                 PIC X(10).
         03 FILLER                       PIC X(1).
         03 GLM-CTA-HABER                PIC X(10).
         03 FILLER                       PIC X(1).
         03 GLM-DESCRIPCION              PIC X(30).

      *> Same layout the billing run writes.
       FD GlActivityFile.
       01 GlActivityRecord.
         88 EOF-GL-ACTIVITY VALUE HIGH-VALUES.
         03 GLA-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLA-TIPO                     PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLA-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1).
         03 GLA-NRO-CUENTA               PIC 9(10).
         03 FILLER                       PIC X(1).
         03 GLA-NRO-TARJ                 PIC 9(10).
         03 FILLER                       PIC X(1).
         03 GLA-NRO-REF                  PIC 9(5).
         03 FILLER                       PIC X(1).
         03 GLA-FECHA                    PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLA-IMPORTE                  PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 GLA-IMPORTE-ORIG             PIC 9(6)V99.

       FD DispCreditFile.
       01 DispCreditRecord.
        88 EOF-DISP-CREDIT VALUE HIGH-VALUES.
        03 DCR-NRO-TARJ                  PIC 9(10).
        03 DCR-NRO-PAGO                  PIC 9(5).
        03 DCR-FECHA-PAGO.
          06 DCR-FILLER                  PIC X(2).
          06 DCR-FECHA-DDMMYYYY          PIC X(8).
        03 DCR-IMPORTE                   PIC 9(6)V99.
        03 DCR-TIPO                      PIC X(1).

       FD AutopayPagoFile.
       01 AutopayPagoRecord.
        88 EOF-AUTOPAY-PAGO VALUE HIGH-VALUES.
        03 APG-NRO-TARJ                  PIC 9(10).
        03 APG-NRO-PAGO                  PIC 9(5).
        03 APG-FECHA-PAGO.
          06 APG-FILLER                  PIC X(2).
          06 APG-FECHA-DDMMYYYY          PIC X(8).
        03 APG-IMPORTE                   PIC 9(6)V99.
        03 APG-TIPO                      PIC X(1).

       FD PointsCreditFile.
       01 PointsCreditRecord.
        88 EOF-POINTS-CREDIT VALUE HIGH-VALUES.
        03 PCR-NRO-TARJ                  PIC 9(10).
        03 PCR-NRO-PAGO                  PIC 9(5).
        03 PCR-FECHA-PAGO.
          06 PCR-FILLER                  PIC X(2).
          06 PCR-FECHA-DDMMYYYY          PIC X(8).
        03 PCR-IMPORTE                   PIC 9(6)V99.
        03 PCR-TIPO                      PIC X(1).

      *> A payment's key as billing saw it, the GL type it posts
      *> under, and how many identical copies are still unclaimed.
       FD GlOriginFile.
       01 GlOriginRecord.
         02 GLO-KEY.
           04 GLO-NRO-TARJ               PIC 9(10).
           04 GLO-NRO-PAGO               PIC 9(5).
           04 GLO-FECHA                  PIC X(8).
           04 GLO-DEB-CRED               PIC X(1).
         02 GLO-TIPO-GL                  PIC X(8).
         02 GLO-CANTIDAD                 PIC 9(5).

      *> "H" header, "D" one side of an entry, "T" trailer with the
      *> proven debit and credit totals Cycle-Close checks.
       FD GlJournalFile.
       01 GlJournalRecord.
         03 GLJ-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 GLJ-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLJ-CUENTA-GL                PIC X(10).
         03 FILLER                       PIC X(1).
      *> "D" debe (debit) or "H" haber (credit).
         03 GLJ-DEBE-HABER               PIC X(1).
         03 FILLER                       PIC X(1).
         03 GLJ-IMPORTE                  PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 GLJ-TIPO                     PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLJ-MONEDA                   PIC X(3).
         03 FILLER                       PIC X(1).
         03 GLJ-IMPORTE-ORIG             PIC 9(10)V99.
         03 FILLER                       PIC X(1).
         03 GLJ-CANTIDAD                 PIC 9(7).
         03 FILLER                       PIC X(1).
         03 GLJ-DESCRIPCION              PIC X(30).
       01 GlJournalHeader.
         03 GLH-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 GLH-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLH-FECHA-PROCESO            PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLH-HORA-PROCESO             PIC X(6).
       01 GlJournalTrailer.
         03 GLT-ID                       PIC X(1).
         03 FILLER                       PIC X(1).
         03 GLT-FECHA-CICLO              PIC X(8).
         03 FILLER                       PIC X(1).
         03 GLT-LINEAS                   PIC 9(7).
         03 FILLER                       PIC X(1).
         03 GLT-TOTAL-DEBE               PIC 9(12)V99.
         03 FILLER                       PIC X(1).
         03 GLT-TOTAL-HABER              PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01   CycleStatusStatus            PIC X(2).
           88 CycleStatusSuccess VALUE "00".
       01   RunParmStatus                PIC X(2).
           88 RunParmSuccess  VALUE "00".
       01   GlMapStatus                  PIC X(2).
           88 GlMapSuccess    VALUE "00".
       01   GlActivityStatus             PIC X(2).
           88 GlActivitySuccess VALUE "00".
       01   DispCreditStatus             PIC X(2).
           88 DispCreditSuccess VALUE "00".
       01   AutopayPagoStatus            PIC X(2).
           88 AutopayPagoSuccess VALUE "00".
       01   PointsCreditStatus           PIC X(2).
           88 PointsCreditSuccess VALUE "00".
       01   GlOriginStatus               PIC X(2).
           88 GlOriginSuccess VALUE "00".
       01   GlJournalStatus              PIC X(2).
           88 GlJournalSuccess VALUE "00".

       01 WS-BALANCE-AS-OF-DATE          PIC X(8).
       01 WS-cycle-estado                PIC X(8).
       01 WS-GL-JNL-PATH                 PIC X(60).
       01 WS-GL-ACT-PATH                 PIC X(60).

      *>-------------------------------------------------------------*
      *> Account mapping, loaded from GlMapFile the way the billing
      *> run loads its exchange rates.
      *>-------------------------------------------------------------*
       01 WS-MAX-GLMAP                   PIC 9(2) VALUE 50.
       01 WS-GLMAP-COUNT                 PIC 9(2) VALUE 0.
       01 WS-GLMAP-IDX                   PIC 9(2).
       01 WS-GLMAP-TABLE.
          02 WS-GLMAP-ENTRY OCCURS 50 TIMES.
             03 WS-GLMAP-TIPO            PIC X(8).
             03 WS-GLMAP-MONEDA          PIC X(3).
             03 WS-GLMAP-CTA-DEBE        PIC X(10).
             03 WS-GLMAP-CTA-HABER       PIC X(10).
             03 WS-GLMAP-DESCRIPCION     PIC X(30).
       01 WS-glmap-found                 PIC 9(2).

      *>-------------------------------------------------------------*
      *> The journal's entries - one per transaction type and
      *> currency the cycle billed, with the mapping entry that
      *> posts it (zero when nothing maps it).
      *>-------------------------------------------------------------*
       01 WS-MAX-GL-ENTRY                PIC 9(3) VALUE 100.
       01 WS-GL-ENTRY-COUNT              PIC 9(3) VALUE 0.
       01 WS-GL-IDX                      PIC 9(3).
       01 WS-GL-ENTRY-TABLE.
          02 WS-GL-ENTRY OCCURS 100 TIMES.
             03 WS-GL-TIPO               PIC X(8).
             03 WS-GL-MONEDA             PIC X(3).
             03 WS-GL-MAP-IDX            PIC 9(2).
             03 WS-GL-CANTIDAD           PIC 9(7).
             03 WS-GL-IMPORTE            PIC 9(10)V99.
             03 WS-GL-IMPORTE-ORIG       PIC 9(10)V99.
       01 WS-gl-found                    PIC 9(3).
       01 WS-post-tipo                   PIC X(8).

      *> Why the journal was refused - spaces while it stands.
       01 WS-refuse-reason               PIC X(40).

       01 WS-activity-count              PIC 9(7) VALUE 0.
       01 WS-other-cycle-count           PIC 9(7) VALUE 0.
       01 WS-origin-count                PIC 9(7) VALUE 0.
       01 WS-unmapped-count              PIC 9(3) VALUE 0.
       01 WS-line-count                  PIC 9(7) VALUE 0.
       01 WS-total-debe                  PIC 9(12)V99 VALUE 0.
       01 WS-total-haber                 PIC 9(12)V99 VALUE 0.
      *> The cycle's CC_GLACT.DAT and CC_CHOFGL.DAT activity, every
      *> record counted - what each side of the journal must add
      *> up to.
       01 WS-activity-importe            PIC 9(12)V99 VALUE 0.

      *> The journal lines are built twice - once to prove them,
      *> once to write them - through the same paragraphs.
       01 WS-JNL-WRITE-SW                PIC X(1) VALUE "N".
          88 JOURNAL-WRITING             VALUE "Y".

      *> Edited views for the operator's console.
       01 WS-ED-TOTAL                    PIC Z(11)9.99.

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
          PERFORM Load_Gl_Map.
          PERFORM Build_Origin_Index.

          MOVE SPACES TO WS-refuse-reason.
          PERFORM Accumulate_Activity.
          IF WS-refuse-reason = SPACES
             PERFORM Prove_Journal
          END-IF.

      *> Nothing is written unless the whole journal stands - a
      *> half-produced file is exactly what finance can't use.
          IF WS-refuse-reason NOT = SPACES
             DISPLAY "GL JOURNAL: " WS-refuse-reason
                " - journal for cycle " WS-BALANCE-AS-OF-DATE
                " not produced"
          ELSE
             PERFORM Write_Journal
          END-IF.

          PERFORM Print_Summary.

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

          STRING "..\files\GLJNL" WS-BALANCE-AS-OF-DATE ".DAT"
             DELIMITED BY SIZE INTO WS-GL-JNL-PATH
          END-STRING.

      *> The journal posts a billed cycle: BILLED or POSTED for this
      *> as-of date.  A CLOSED cycle's journal is already final.
       Check_Cycle_Status.
          OPEN INPUT CycleStatusFile.
          IF NOT CycleStatusSuccess
             DISPLAY "CYCLE CONTROL: no CYCLSTAT.DAT - no cycle "
                "has been billed yet - run stopped"
             STOP RUN
          END-IF.
          READ CycleStatusFile
             AT END CONTINUE
          END-READ.
          MOVE CYC-ESTADO TO WS-cycle-estado.
          IF CYC-FECHA-SALDO NOT = WS-BALANCE-AS-OF-DATE
             DISPLAY "CYCLE CONTROL: run-control is for cycle "
                CYC-FECHA-SALDO " (" WS-cycle-estado "), not "
                WS-BALANCE-AS-OF-DATE " - run stopped"
             CLOSE CycleStatusFile
             STOP RUN
          END-IF.
          IF WS-cycle-estado NOT = "BILLED"
             AND WS-cycle-estado NOT = "POSTED"
             DISPLAY "CYCLE CONTROL: cycle " WS-BALANCE-AS-OF-DATE
                " stands " WS-cycle-estado
                " - only a BILLED or POSTED cycle is journalled"
                " - run stopped"
             CLOSE CycleStatusFile
             STOP RUN
          END-IF.
          CLOSE CycleStatusFile.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Bad records are skipped with a warning, as FXRATES.DAT's
      *> are; whatever type they were meant for then shows up as
      *> unmapped and the journal is refused.
       Load_Gl_Map.
          MOVE 0 TO WS-GLMAP-COUNT.
          OPEN INPUT GlMapFile.
          IF NOT GlMapSuccess
             DISPLAY "GL JOURNAL: no GLMAP.DAT account mapping - "
                "status " GlMapStatus " - run stopped"
             STOP RUN
          END-IF.
          PERFORM UNTIL EOF-GL-MAP
             READ GlMapFile
                AT END SET EOF-GL-MAP TO TRUE
             END-READ
             IF NOT EOF-GL-MAP
                PERFORM Store_Gl_Map_Entry
             END-IF
          END-PERFORM.
          CLOSE GlMapFile.

       Store_Gl_Map_Entry.
          IF GLM-TIPO = SPACES OR GLM-CTA-DEBE = SPACES
             OR GLM-CTA-HABER = SPACES
             DISPLAY "WARNING: bad GLMAP.DAT record for type "
                GLM-TIPO " - skipped"
          ELSE
             IF WS-GLMAP-COUNT < WS-MAX-GLMAP
                ADD 1 TO WS-GLMAP-COUNT
                MOVE GLM-TIPO TO WS-GLMAP-TIPO(WS-GLMAP-COUNT)
                MOVE GLM-MONEDA TO WS-GLMAP-MONEDA(WS-GLMAP-COUNT)
                MOVE GLM-CTA-DEBE TO WS-GLMAP-CTA-DEBE(WS-GLMAP-COUNT)
                MOVE GLM-CTA-HABER
                   TO WS-GLMAP-CTA-HABER(WS-GLMAP-COUNT)
                MOVE GLM-DESCRIPCION
                   TO WS-GLMAP-DESCRIPCION(WS-GLMAP-COUNT)
             ELSE
                DISPLAY "WARNING: GL mapping table full - "
                   "ignoring type " GLM-TIPO
             END-IF
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Dispute credits, clawbacks, auto-pay collections and points
      *> credits reach billing as ordinary PAGOS.DAT records.  Their
      *> keys go on a work index here so the billed payments they
      *> became can be posted under their own types.  Any file
      *> missing just means none were folded this cycle.
       Build_Origin_Index.
          OPEN OUTPUT GlOriginFile.
          CLOSE GlOriginFile.
          OPEN I-O GlOriginFile.
          IF NOT GlOriginSuccess
             DISPLAY "Unable to open glorigen.dat - status "
                GlOriginStatus
             STOP RUN
          END-IF.

          OPEN INPUT DispCreditFile.
          IF DispCreditSuccess
             PERFORM UNTIL EOF-DISP-CREDIT
                READ DispCreditFile
                   AT END SET EOF-DISP-CREDIT TO TRUE
                END-READ
                IF NOT EOF-DISP-CREDIT
                   MOVE DCR-NRO-TARJ TO GLO-NRO-TARJ
                   MOVE DCR-NRO-PAGO TO GLO-NRO-PAGO
                   MOVE DCR-FECHA-DDMMYYYY TO GLO-FECHA
                   MOVE DCR-TIPO TO GLO-DEB-CRED
                   IF DCR-TIPO = "D"
                      MOVE "DISPCLAW" TO GLO-TIPO-GL
                   ELSE
                      MOVE "DISPCRED" TO GLO-TIPO-GL
                   END-IF
                   PERFORM Store_Origin_Entry
                END-IF
             END-PERFORM
             CLOSE DispCreditFile
          END-IF.

          OPEN INPUT AutopayPagoFile.
          IF AutopayPagoSuccess
             PERFORM UNTIL EOF-AUTOPAY-PAGO
                READ AutopayPagoFile
                   AT END SET EOF-AUTOPAY-PAGO TO TRUE
                END-READ
                IF NOT EOF-AUTOPAY-PAGO
                   MOVE APG-NRO-TARJ TO GLO-NRO-TARJ
                   MOVE APG-NRO-PAGO TO GLO-NRO-PAGO
                   MOVE APG-FECHA-DDMMYYYY TO GLO-FECHA
                   MOVE APG-TIPO TO GLO-DEB-CRED
                   MOVE "AUTOPAGO" TO GLO-TIPO-GL
                   PERFORM Store_Origin_Entry
                END-IF
             END-PERFORM
             CLOSE AutopayPagoFile
          END-IF.

          OPEN INPUT PointsCreditFile.
          IF PointsCreditSuccess
             PERFORM UNTIL EOF-POINTS-CREDIT
                READ PointsCreditFile
                   AT END SET EOF-POINTS-CREDIT TO TRUE
                END-READ
                IF NOT EOF-POINTS-CREDIT
                   MOVE PCR-NRO-TARJ TO GLO-NRO-TARJ
                   MOVE PCR-NRO-PAGO TO GLO-NRO-PAGO
                   MOVE PCR-FECHA-DDMMYYYY TO GLO-FECHA
                   MOVE PCR-TIPO TO GLO-DEB-CRED
                   MOVE "PTSCRED" TO GLO-TIPO-GL
                   PERFORM Store_Origin_Entry
                END-IF
             END-PERFORM
             CLOSE PointsCreditFile
          END-IF.

      *> Identical keys are counted, not lost - each copy claims one
      *> billed payment.
       Store_Origin_Entry.
          MOVE 1 TO GLO-CANTIDAD.
          WRITE GlOriginRecord
             INVALID KEY
                READ GlOriginFile
                   INVALID KEY CONTINUE
                END-READ
                IF GlOriginSuccess
                   ADD 1 TO GLO-CANTIDAD
                   REWRITE GlOriginRecord
                END-IF
          END-WRITE.
          ADD 1 TO WS-origin-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> Only this cycle's activity is posted - a CC_GLACT.DAT left
      *> over from another cycle posts nothing, and a cycle with no
      *> activity at all is refused rather than journalled empty.
      *> Charge-Off's file is the same: absent, or left from an
      *> earlier cycle, when no charge-off step ran for this one.
       Accumulate_Activity.
          MOVE "..\files\CC_GLACT.DAT" TO WS-GL-ACT-PATH.
          OPEN INPUT GlActivityFile.
          IF NOT GlActivitySuccess
             DISPLAY "GL JOURNAL: no CC_GLACT.DAT billing activity - "
                "status " GlActivityStatus " - run stopped"
             CLOSE GlOriginFile
             STOP RUN
          END-IF.
          PERFORM Read_Activity_File.

          MOVE "..\files\CC_CHOFGL.DAT" TO WS-GL-ACT-PATH.
          OPEN INPUT GlActivityFile.
          IF GlActivitySuccess
             PERFORM Read_Activity_File
          ELSE
             IF GlActivityStatus NOT = "35"
                DISPLAY "Unable to open CC_CHOFGL.DAT - status "
                   GlActivityStatus " - run stopped"
                CLOSE GlOriginFile
                STOP RUN
             END-IF
          END-IF.
          CLOSE GlOriginFile.

          IF WS-activity-count = 0 AND WS-refuse-reason = SPACES
             MOVE "NO BILLING ACTIVITY FOR THE CYCLE"
                TO WS-refuse-reason
          END-IF.

       Read_Activity_File.
          MOVE SPACES TO GlActivityRecord.
          PERFORM UNTIL EOF-GL-ACTIVITY
             READ GlActivityFile
                AT END SET EOF-GL-ACTIVITY TO TRUE
             END-READ
             IF NOT EOF-GL-ACTIVITY
                IF GLA-FECHA-CICLO = WS-BALANCE-AS-OF-DATE
                   PERFORM Post_Activity_Record
                ELSE
                   ADD 1 TO WS-other-cycle-count
                END-IF
             END-IF
          END-PERFORM.
          CLOSE GlActivityFile.

       Post_Activity_Record.
          ADD 1 TO WS-activity-count.
          ADD GLA-IMPORTE TO WS-activity-importe.
          MOVE GLA-TIPO TO WS-post-tipo.
          IF GLA-TIPO = "PAGO" OR GLA-TIPO = "REVERSO"
             PERFORM Resolve_Payment_Origin
          END-IF.
          PERFORM Find_Gl_Entry.
          IF WS-gl-found = 0
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-GL-CANTIDAD(WS-gl-found).
          ADD GLA-IMPORTE TO WS-GL-IMPORTE(WS-gl-found).
          ADD GLA-IMPORTE-ORIG TO WS-GL-IMPORTE-ORIG(WS-gl-found).

      *> A billed payment whose key is on the work index is the
      *> dispute credit, clawback, auto-pay collection or points
      *> credit it came from; the copy it claims is used up.
       Resolve_Payment_Origin.
          MOVE GLA-NRO-TARJ TO GLO-NRO-TARJ.
          MOVE GLA-NRO-REF TO GLO-NRO-PAGO.
          MOVE GLA-FECHA TO GLO-FECHA.
          IF GLA-TIPO = "REVERSO"
             MOVE "D" TO GLO-DEB-CRED
          ELSE
             MOVE "C" TO GLO-DEB-CRED
          END-IF.
          READ GlOriginFile
             INVALID KEY CONTINUE
          END-READ.
          IF GlOriginSuccess AND GLO-CANTIDAD > 0
             MOVE GLO-TIPO-GL TO WS-post-tipo
             SUBTRACT 1 FROM GLO-CANTIDAD
             REWRITE GlOriginRecord
          END-IF.

      *> The journal entry for the type and currency in hand, opened
      *> on first sight with the mapping that posts it.
       Find_Gl_Entry.
          MOVE 0 TO WS-gl-found.
          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
             UNTIL WS-GL-IDX > WS-GL-ENTRY-COUNT
             IF WS-GL-TIPO(WS-GL-IDX) = WS-post-tipo
                AND WS-GL-MONEDA(WS-GL-IDX) = GLA-MONEDA
                MOVE WS-GL-IDX TO WS-gl-found
             END-IF
          END-PERFORM.
          IF WS-gl-found NOT = 0
             EXIT PARAGRAPH
          END-IF.

          IF WS-GL-ENTRY-COUNT >= WS-MAX-GL-ENTRY
             MOVE "TOO MANY TYPE/CURRENCY ENTRIES"
                TO WS-refuse-reason
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-GL-ENTRY-COUNT.
          MOVE WS-GL-ENTRY-COUNT TO WS-gl-found.
          MOVE WS-post-tipo TO WS-GL-TIPO(WS-gl-found).
          MOVE GLA-MONEDA TO WS-GL-MONEDA(WS-gl-found).
          MOVE 0 TO WS-GL-CANTIDAD(WS-gl-found).
          MOVE 0 TO WS-GL-IMPORTE(WS-gl-found).
          MOVE 0 TO WS-GL-IMPORTE-ORIG(WS-gl-found).
          PERFORM Find_Gl_Mapping.
          MOVE WS-glmap-found TO WS-GL-MAP-IDX(WS-gl-found).
          IF WS-glmap-found = 0
             DISPLAY "GL JOURNAL: no GLMAP.DAT account for type "
                WS-post-tipo " currency " GLA-MONEDA
             ADD 1 TO WS-unmapped-count
             MOVE "UNMAPPED TRANSACTION TYPE" TO WS-refuse-reason
          END-IF.

      *> A currency-specific mapping wins over the type's blank-
      *> currency one.
       Find_Gl_Mapping.
          MOVE 0 TO WS-glmap-found.
          PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
             UNTIL WS-GLMAP-IDX > WS-GLMAP-COUNT
             IF WS-GLMAP-TIPO(WS-GLMAP-IDX) = WS-post-tipo
                IF WS-GLMAP-MONEDA(WS-GLMAP-IDX) = GLA-MONEDA
                   MOVE WS-GLMAP-IDX TO WS-glmap-found
                ELSE
                   IF WS-GLMAP-MONEDA(WS-GLMAP-IDX) = SPACES
                      AND WS-glmap-found = 0
                      MOVE WS-GLMAP-IDX TO WS-glmap-found
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The journal lines are built exactly as they will be
      *> written and totalled by the side each line is on.  Every
      *> activity record posts once as a debit and once as a
      *> credit, so each side must come to the cycle's CC_GLACT.DAT
      *> total to the cent before the file is written - a record
      *> that reached no entry, or a line on the wrong side, fails
      *> here.
       Prove_Journal.
          MOVE "N" TO WS-JNL-WRITE-SW.
          PERFORM Build_Journal_Lines.
          EVALUATE TRUE
             WHEN WS-total-debe NOT = WS-activity-importe
                MOVE "DEBITS DO NOT MATCH BILLING ACTIVITY"
                   TO WS-refuse-reason
             WHEN WS-total-haber NOT = WS-activity-importe
                MOVE "CREDITS DO NOT MATCH BILLING ACTIVITY"
                   TO WS-refuse-reason
             WHEN WS-total-debe NOT = WS-total-haber
                MOVE "DEBITS DO NOT EQUAL CREDITS"
                   TO WS-refuse-reason
          END-EVALUATE.

       Build_Journal_Lines.
          MOVE 0 TO WS-total-debe.
          MOVE 0 TO WS-total-haber.
          MOVE 0 TO WS-line-count.
          PERFORM VARYING WS-GL-IDX FROM 1 BY 1
             UNTIL WS-GL-IDX > WS-GL-ENTRY-COUNT
             IF WS-GL-IMPORTE(WS-GL-IDX) > 0
                PERFORM Write_Journal_Entry
             END-IF
          END-PERFORM.

       Write_Journal.
          OPEN OUTPUT GlJournalFile.
          IF NOT GlJournalSuccess
             DISPLAY "Unable to open " WS-GL-JNL-PATH " - status "
                GlJournalStatus
             STOP RUN
          END-IF.

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
          MOVE SPACES TO GlJournalHeader.
          MOVE "H" TO GLH-ID.
          MOVE WS-BALANCE-AS-OF-DATE TO GLH-FECHA-CICLO.
          STRING WS-CURRENT-DAY WS-CURRENT-MONTH WS-CURRENT-YEAR
             DELIMITED BY SIZE INTO GLH-FECHA-PROCESO
          END-STRING.
          MOVE WS-CURRENT-TIME(1:6) TO GLH-HORA-PROCESO.
          WRITE GlJournalHeader.

          SET JOURNAL-WRITING TO TRUE.
          PERFORM Build_Journal_Lines.

          MOVE SPACES TO GlJournalTrailer.
          MOVE "T" TO GLT-ID.
          MOVE WS-BALANCE-AS-OF-DATE TO GLT-FECHA-CICLO.
          MOVE WS-line-count TO GLT-LINEAS.
          MOVE WS-total-debe TO GLT-TOTAL-DEBE.
          MOVE WS-total-haber TO GLT-TOTAL-HABER.
          WRITE GlJournalTrailer.
          CLOSE GlJournalFile.

      *> Both sides of one entry: the debit line, then the credit.
       Write_Journal_Entry.
          MOVE WS-GL-MAP-IDX(WS-GL-IDX) TO WS-GLMAP-IDX.
          MOVE SPACES TO GlJournalRecord.
          MOVE "D" TO GLJ-ID.
          MOVE WS-BALANCE-AS-OF-DATE TO GLJ-FECHA-CICLO.
          MOVE WS-GL-IMPORTE(WS-GL-IDX) TO GLJ-IMPORTE.
          MOVE WS-GL-TIPO(WS-GL-IDX) TO GLJ-TIPO.
          MOVE WS-GL-MONEDA(WS-GL-IDX) TO GLJ-MONEDA.
          MOVE WS-GL-IMPORTE-ORIG(WS-GL-IDX) TO GLJ-IMPORTE-ORIG.
          MOVE WS-GL-CANTIDAD(WS-GL-IDX) TO GLJ-CANTIDAD.
          MOVE WS-GLMAP-DESCRIPCION(WS-GLMAP-IDX) TO GLJ-DESCRIPCION.

          MOVE WS-GLMAP-CTA-DEBE(WS-GLMAP-IDX) TO GLJ-CUENTA-GL.
          MOVE "D" TO GLJ-DEBE-HABER.
          PERFORM Put_Journal_Line.

          MOVE WS-GLMAP-CTA-HABER(WS-GLMAP-IDX) TO GLJ-CUENTA-GL.
          MOVE "H" TO GLJ-DEBE-HABER.
          PERFORM Put_Journal_Line.

      *> Each line counts toward the side it is actually on.
       Put_Journal_Line.
          IF GLJ-DEBE-HABER = "D"
             ADD GLJ-IMPORTE TO WS-total-debe
          ELSE
             ADD GLJ-IMPORTE TO WS-total-haber
          END-IF.
          IF JOURNAL-WRITING
             WRITE GlJournalRecord
          END-IF.
          ADD 1 TO WS-line-count.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       Print_Summary.
          DISPLAY "GL journal for cycle " WS-BALANCE-AS-OF-DATE.
          DISPLAY "Activity records posted:    " WS-activity-count.
          DISPLAY "Other-cycle records skipped:" WS-other-cycle-count.
          DISPLAY "Credit/auto-pay keys:       " WS-origin-count.
          DISPLAY "Unmapped type/currency:     " WS-unmapped-count.
          MOVE WS-activity-importe TO WS-ED-TOTAL.
          DISPLAY "Cycle activity:   " WS-ED-TOTAL.
          MOVE WS-total-debe TO WS-ED-TOTAL.
          DISPLAY "Total debits:     " WS-ED-TOTAL.
          MOVE WS-total-haber TO WS-ED-TOTAL.
          DISPLAY "Total credits:    " WS-ED-TOTAL.
          IF WS-refuse-reason = SPACES
             DISPLAY "Journal lines written:      " WS-line-count
             DISPLAY "Journal file: " WS-GL-JNL-PATH
          END-IF.

       END PROGRAM GL-Journal.
