           05 AUD-VALOR PIC S9(07)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LOTE PIC X(08).
           05 AUD-LOJA PIC X(06).
           05 AUD-DATA-VENDA PIC X(08).
           05 AUD-CUPOM PIC X(10).
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

       WORKING-STORAGE SECTION.
       77  WS-OS-STATUS PIC X(02) VALUE '00'.
       77  WS-FILIAL-PADRAO PIC 9(03) VALUE 1.
       77  WS-REG-MASTER PIC 9(05) VALUE ZEROS.
       77  WS-REG-AUDIT PIC 9(07) VALUE ZEROS.
       77  WS-ELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-ANT PIC 9(10) VALUE ZEROS.
       77  WS-ELO-CALC PIC 9(13) VALUE ZEROS.
       77  WS-ELO-POS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               MOVE 'MIGRADO' TO AUD-OPERADOR.
               MOVE OA-VALOR TO AUD-VALOR.
               MOVE SPACES TO AUD-LOTE.
               MOVE SPACES TO AUD-LOJA.
               MOVE SPACES TO AUD-DATA-VENDA.
               MOVE SPACES TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR AUDITLOG '
                           WS-AUD-STATUS
                 ELSE
                   ADD 1 TO WS-REG-AUDIT
               END-IF.

       GRAVAR-REGISTRO-AUDITORIA.
               COMPUTE AUD-ELO-NUM = WS-ELO-NUM-ANT + 1.
               PERFORM CALCULAR-ELO.
               MOVE WS-ELO-CALC TO AUD-ELO.
               WRITE AUDIT-RECORD.
               IF WS-AUD-STATUS = '00'
                   ADD 1 TO WS-ELO-NUM-ANT
                   MOVE WS-ELO-CALC TO WS-ELO-ANT
               END-IF.

       CALCULAR-ELO.
               MOVE WS-ELO-ANT TO WS-ELO-CALC.
               PERFORM VARYING WS-ELO-POS FROM 1 BY 1
                       UNTIL WS-ELO-POS GREATER 90
                   COMPUTE WS-ELO-CALC = FUNCTION MOD(
                           WS-ELO-CALC * 131 + FUNCTION ORD(
                           AUDIT-RECORD(WS-ELO-POS:1)), 9999999967)
               END-PERFORM.
