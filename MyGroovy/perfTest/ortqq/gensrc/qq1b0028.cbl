           IF MSGT-DIALECT-CODE NOT = WS-SELECT-DIALECT
               EXIT PARAGRAPH
           END-IF.
      *    A row carrying only a release's scheduled version has
      *    no text in effect to send out yet.
           IF MSGT-EFFECTIVE-FROM = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF.
           MOVE MSGT-RESOURCE-NAME TO EXP-RESOURCE-NAME.
           MOVE MSGT-DIALECT-CODE  TO EXP-DIALECT-CODE.
           MOVE MSGT-SEQUENCE-NUM  TO EXP-SEQUENCE-NUM.
      *   !       delivery loaded straight back. CC 4 when the
      *   !       requested dialect had no rows at all - usually a
      *   !       mistyped dialect code.
      *   !
      *   !       10/15/2026 - exports the text in effect only; rows
      *   !       that exist just for a staged release are skipped.
      *   +---
