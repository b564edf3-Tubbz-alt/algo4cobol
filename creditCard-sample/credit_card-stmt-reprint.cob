      *    cut-off set from the crashed run, then the complete
      *    re-reported set - so a fresh sequence-1 line restarts
      *    the reprint and only the final complete copy survives.
      *  - Archive and reprint lines widened for the installment
      *    ("cuota n/N") column on the statement detail line.
      *  - Replaced cards: the account asked for is looked up under
      *    every number the CC_TARJXREF.DAT cross-reference links
      *    it to, so a cycle billed before a lost/stolen replacement
      *    reprints from the new number as well as the old one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          SELECT ReprintFile ASSIGN TO "..\files\CC_REPRINT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

          *> Card-number cross-reference - same file/key layout
          *> Card-Replacement writes.
          SELECT TarjetaXrefFile ASSIGN TO "..\files\CC_TARJXREF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS XRF-KEY
          FILE STATUS IS XrefStatus.

       DATA DIVISION.
       FILE SECTION.

         03 FILLER                       PIC X(1).
         03 ARC-SEQ                      PIC 9(4).
         03 FILLER                       PIC X(1).
         03 ARC-LINE                     PIC X(117).

       FD ReprintFile.
       01 ReprintRecord                  PIC X(117).

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

       WORKING-STORAGE SECTION.
       01   ArchiveStatus                PIC X(2).
           88 ArchiveSuccess  VALUE "00".
       01   XrefStatus                   PIC X(2).
           88 XrefSuccess     VALUE "00".

      *>-------------------------------------------------------------*
      *> Every number the card has carried: the one asked about,
      *> then the ones it replaced, then the ones that replaced it.
      *>-------------------------------------------------------------*
       01 WS-MAX-FAMILY                  PIC 9(2) VALUE 20.
       01 WS-FAMILY-COUNT                PIC 9(2) VALUE 0.
       01 WS-FAMILY-IDX                  PIC 9(2).
       01 WS-FAMILY-TABLE.
          02 WS-FAMILY-TARJ              PIC 9(10) OCCURS 20 TIMES.
       01 WS-link-tarj                   PIC 9(10).
       01 WS-LINK-DONE-SW                PIC X(1).
          88 LINK-DONE                   VALUE "Y".
       01 WS-FAMILY-MATCH-SW             PIC X(1).
          88 FAMILY-MATCH                VALUE "Y".
       01 WS-match-tarj                  PIC 9(10).

      *> Console input - the account (principal card) number the
      *> statement billed under and the cycle's as-of date, both
             STOP RUN
          END-IF.
          MOVE WS-ASK-CUENTA TO WS-CUENTA.
          PERFORM Load_Card_Family.

          DISPLAY "Cycle as-of date (DDMMYYYY): " WITH NO ADVANCING.
          ACCEPT WS-ASK-FECHA.

          PERFORM Read_Archive_Record.
          PERFORM UNTIL EOF-ARCHIVE
             IF ARC-FECHA-SALDO = WS-ASK-FECHA
                MOVE ARC-NRO-CUENTA TO WS-match-tarj
                PERFORM Check_Family_Match
                IF FAMILY-MATCH
                   PERFORM Reprint_Line
                END-IF
             END-IF
             PERFORM Read_Archive_Record
          END-PERFORM.
          READ ArchiveFile
             AT END SET EOF-ARCHIVE TO TRUE
          END-READ.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *> The account's statements are archived under whatever
      *> number it billed under that cycle - a lost/stolen
      *> replacement moves the account to a new number, and the
      *> cross-reference links them.  No cross-reference file just
      *> means no card was ever replaced.
       Load_Card_Family.
          MOVE 1 TO WS-FAMILY-COUNT.
          MOVE WS-CUENTA TO WS-FAMILY-TARJ(1).

          OPEN INPUT TarjetaXrefFile.
          IF NOT XrefSuccess
             EXIT PARAGRAPH
          END-IF.

          MOVE WS-CUENTA TO WS-link-tarj.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-ANTERIOR TO TRUE
             PERFORM Read_Family_Link
          END-PERFORM.

          MOVE WS-CUENTA TO WS-link-tarj.
          MOVE "N" TO WS-LINK-DONE-SW.
          PERFORM UNTIL LINK-DONE
             MOVE WS-link-tarj TO XRF-NRO-TARJ
             SET XRF-A-NUEVA TO TRUE
             PERFORM Read_Family_Link
          END-PERFORM.

          CLOSE TarjetaXrefFile.

       Read_Family_Link.
          READ TarjetaXrefFile
             INVALID KEY CONTINUE
          END-READ.
          IF NOT XrefSuccess OR WS-FAMILY-COUNT >= WS-MAX-FAMILY
             SET LINK-DONE TO TRUE
          ELSE
             ADD 1 TO WS-FAMILY-COUNT
             MOVE XRF-TARJ-REL TO WS-FAMILY-TARJ(WS-FAMILY-COUNT)
             MOVE XRF-TARJ-REL TO WS-link-tarj
          END-IF.

      *> Is WS-match-tarj one of the family's numbers?
       Check_Family_Match.
          MOVE "N" TO WS-FAMILY-MATCH-SW.
          PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
             UNTIL WS-FAMILY-IDX > WS-FAMILY-COUNT
             OR FAMILY-MATCH
             IF WS-FAMILY-TARJ(WS-FAMILY-IDX) = WS-match-tarj
                SET FAMILY-MATCH TO TRUE
             END-IF
          END-PERFORM.

      *> The archive holds the lines in statement order (ARC-SEQ,
      *> the order they were appended) - they go back out as they
