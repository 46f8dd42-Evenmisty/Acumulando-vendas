           05 AUD-VALOR PIC S9(07)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LOTE PIC X(08).
           05 AUD-LOJA PIC X(06).
           05 AUD-DATA-VENDA PIC X(08).
           05 AUD-CUPOM PIC X(10).
           05 AUD-QTDE-SELO REDEFINES AUD-CUPOM PIC 9(10).
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

       FD  SALES-HIST.
       01  SALES-HIST-RECORD.
           05 SH-SITUACAO PIC X(01).

       FD  AUDIT-HIST.
       01  AUDIT-HIST-RECORD PIC X(100).

       FD  AUDIT-TEMP.
       01  AUDIT-TEMP-RECORD PIC X(100).

       FD  SALES-TEMP.
       01  SALES-TEMP-RECORD.
       77  WS-REG-MASTER-ARQ PIC 9(05) VALUE ZEROS.
       77  WS-REG-AUDIT-ARQ PIC 9(07) VALUE ZEROS.
       77  WS-REG-AUDIT-MANT PIC 9(07) VALUE ZEROS.
       77  WS-ELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-ANT PIC 9(10) VALUE ZEROS.
       77  WS-ELO-CALC PIC 9(13) VALUE ZEROS.
       77  WS-ELO-POS PIC 9(03) VALUE ZEROS.
       77  WS-SELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-TOTAL-ANO-H PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO-H PIC S9(09)V99 VALUE ZEROS.
       77  WS-ACHOU-ANO-H PIC X(01) VALUE 'N'.
               END-IF.

       CLASSIFICAR-AUDITORIA.
               IF AUD-ELO-NUM IS NUMERIC
                  AND AUD-ELO-NUM GREATER WS-ELO-NUM-ANT
                   MOVE AUD-ELO-NUM TO WS-ELO-NUM-ANT
                   MOVE AUD-ELO TO WS-ELO-ANT
                   IF AUD-TIPO = 'S'
                       MOVE AUD-ELO-NUM TO WS-SELO-NUM-ANT
                   END-IF
               END-IF.
               MOVE 'N' TO WS-ANO-ACHADO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-ANOS
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-ELO-NUM-ANT NOT = ZEROS
                  AND WS-REG-AUDIT-ARQ NOT = ZEROS
                   PERFORM SELAR-AUDITORIA
               END-IF.
               CLOSE AUDIT-TEMP.
               CLOSE AUDIT-FILE.

       SELAR-AUDITORIA.
               MOVE SPACES TO AUDIT-RECORD.
               MOVE WS-DATA-ATUAL TO AUD-DATA.
               ACCEPT AUD-HORA FROM TIME.
               MOVE WS-DATA-AAAA TO AUD-ANO.
               MOVE WS-DATA-MM TO AUD-MES.
               MOVE ZEROS TO AUD-FILIAL.
               MOVE ZEROS TO AUD-SEQ.
               MOVE 'S' TO AUD-TIPO.
               MOVE 'ARQUIVAR' TO AUD-OPERADOR.
               MOVE ZEROS TO AUD-VALOR.
               MOVE 'ARQUIVO' TO AUD-LOTE.
               COMPUTE AUD-QTDE-SELO = WS-ELO-NUM-ANT - WS-SELO-NUM-ANT.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR SELO DA CADEIA '
                           WS-AUD-STATUS
                 ELSE
                   MOVE WS-ELO-NUM-ANT TO WS-SELO-NUM-ANT
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

       RELATORIO-HISTORICO.
               DISPLAY '========================================'.
               DISPLAY '==   RESUMO DE ANO JA ARQUIVADO       =='.
