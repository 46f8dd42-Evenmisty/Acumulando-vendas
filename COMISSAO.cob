               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.

           SELECT RESULTADO-FILE ASSIGN TO "RESETAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-MASTER.
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  COMIS-TAB.
       01  COMIS-TAB-RECORD.
           05 AUD-VALOR PIC S9(07)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LOTE PIC X(08).
           05 AUD-LOJA PIC X(06).
           05 AUD-DATA-VENDA PIC X(08).
           05 AUD-CUPOM PIC X(10).
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).
               10 PG-TOT-VALOR PIC 9(11)V99.
               10 FILLER PIC X(27).

       FD  RESULTADO-FILE.
       01  RESULTADO-RECORD.
           05 RE-PROGRAMA PIC X(08).
           05 RE-MODO PIC X(08).
           05 RE-RETORNO PIC 9(02).
           05 RE-LOTES-OK PIC 9(05).
           05 RE-LOTES-REC PIC 9(05).
           05 RE-POSTADOS PIC 9(07).
           05 RE-REJEITADOS PIC 9(07).
           05 RE-DIVERGENCIAS PIC 9(05).
           05 RE-VALOR PIC 9(11)V99.
           05 RE-LOTES-IGN PIC 9(05).

       WORKING-STORAGE SECTION.
       01  TABELA-TAXAS.
           05 TAXA-FILIAL OCCURS 999 TIMES.
       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.
       77  WS-PG-STATUS PIC X(02) VALUE '00'.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.

       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-DATA-ATUAL PIC 9(08) VALUE ZEROS.
       77  WS-HORA-ATUAL PIC 9(08) VALUE ZEROS.
       77  WS-NOME-FILIAL PIC X(30) VALUE SPACES.
       77  WS-ELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-ANT PIC 9(10) VALUE ZEROS.
       77  WS-ELO-CALC PIC 9(13) VALUE ZEROS.
       77  WS-ELO-POS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               IF ERRO-ABERTURA-SIM
                   DISPLAY '** APURACAO NAO EXECUTADA **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               PERFORM CARREGAR-TAXAS.
                   DISPLAY '** NENHUM PERIODO SERIA APURADO'
                   DISPLAY '** DUAS VEZES. APURACAO ABORTADA **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               PERFORM IMPRIMIR-TITULO.
                       WS-TOTAL-COMISSAO.
               DISPLAY 'RELATORIO GRAVADO EM RELCOMIS'.
               DISPLAY 'EXTRATO A PAGAR GRAVADO EM PAGEXTR'.
               IF WS-QTDE-SEM-TAXA NOT = ZEROS
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               PERFORM GRAVAR-RESULTADO-ETAPA.
               STOP RUN.

       GRAVAR-RESULTADO-ETAPA.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               OPEN OUTPUT RESULTADO-FILE.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'COMISSAO' TO RE-PROGRAMA.
               MOVE SPACES TO RE-MODO.
               MOVE WS-COD-RETORNO TO RE-RETORNO.
               MOVE ZEROS TO RE-LOTES-OK.
               MOVE ZEROS TO RE-LOTES-REC.
               MOVE WS-QTDE-PERIODOS TO RE-POSTADOS.
               MOVE WS-QTDE-SEM-TAXA TO RE-REJEITADOS.
               MOVE ZEROS TO RE-DIVERGENCIAS.
               MOVE WS-TOTAL-COMISSAO TO RE-VALOR.
               MOVE ZEROS TO RE-LOTES-IGN.
               WRITE RESULTADO-RECORD.
               CLOSE RESULTADO-FILE.

       ABRIR-ARQUIVOS.
               OPEN I-O SALES-MASTER.
               IF WS-SM-STATUS NOT = '00'
               CLOSE PAGAR-FILE.

       APURAR-PERIODOS.
               PERFORM OBTER-ULTIMO-ELO.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE WS-VALOR-COMISSAO TO AUD-VALOR.
               MOVE SPACES TO AUD-LOTE.
               MOVE SPACES TO AUD-LOJA.
               MOVE SPACES TO AUD-DATA-VENDA.
               MOVE SPACES TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR AUDITORIA '
                           WS-AUD-STATUS
               END-IF.

       OBTER-ULTIMO-ELO.
               MOVE ZEROS TO WS-ELO-NUM-ANT.
               MOVE ZEROS TO WS-ELO-ANT.
               MOVE 'N' TO WS-AUD-EOF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL AUD-EOF-SIM
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                   END-READ
                   IF NOT AUD-EOF-SIM
                      AND AUD-ELO-NUM IS NUMERIC
                      AND AUD-ELO-NUM GREATER WS-ELO-NUM-ANT
                       MOVE AUD-ELO-NUM TO WS-ELO-NUM-ANT
                       MOVE AUD-ELO TO WS-ELO-ANT
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.

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

       IMPRIMIR-TOTAL.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
