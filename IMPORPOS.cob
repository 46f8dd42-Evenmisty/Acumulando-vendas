               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.

           SELECT RESULTADO-FILE ASSIGN TO "RESETAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-FILE.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TR-TIPO PIC X(01).
           05 TR-DADOS PIC X(50).
           05 TR-DADOS-DETALHE REDEFINES TR-DADOS.
               10 TR-ANO PIC 9(04).
               10 TR-MES PIC 9(02).
               10 TR-FILIAL PIC 9(03).
               10 TR-VALOR PIC S9(07)V99.
               10 TR-LOJA PIC X(06).
               10 TR-DATA-VENDA PIC X(08).
               10 TR-CUPOM PIC X(10).
               10 TR-MEIO-PAGTO PIC X(01).
               10 FILLER PIC X(07).
           05 TR-DADOS-CABECALHO REDEFINES TR-DADOS.
               10 TR-LOTE-ID PIC X(08).
               10 TR-LOTE-DATA PIC 9(08).
               10 FILLER PIC X(34).
           05 TR-DADOS-RODAPE REDEFINES TR-DADOS.
               10 TR-TOT-REGISTROS PIC 9(05).
               10 TR-TOT-VALOR PIC 9(11)V99.
               10 FILLER PIC X(32).

       FD  DESCARTE-FILE.
       01  DESCARTE-RECORD.
           05 DS-MOTIVO PIC X(20).
           05 DS-LINHA PIC X(80).

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
       01  TABELA-MAPA.
           05 MAPA-LOJA OCCURS 500 TIMES.
           05 WS-POS-DATA PIC X(08).
           05 WS-POS-VALOR-TX PIC X(12).
           05 WS-POS-CUPOM PIC X(10).
           05 WS-POS-MEIO PIC X(10).

       01  WS-DATA-VENDA.
           05 WS-VENDA-AAAA PIC 9(04).
       77  WS-MP-STATUS PIC X(02) VALUE '00'.
       77  WS-TR-STATUS PIC X(02) VALUE '00'.
       77  WS-DS-STATUS PIC X(02) VALUE '00'.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.

       77  WS-PV-EOF PIC X(01) VALUE 'N'.
           88 PV-EOF-SIM VALUE 'S'.
           88 LOJA-ACHADA-SIM VALUE 'S'.
       77  WS-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA-SIM VALUE 'S'.
       77  WS-MEIO-PAGTO PIC X(01) VALUE SPACES.
           88 MEIO-PAGTO-VALIDO VALUE 'D' 'B' 'C' 'P' 'N'.

       77  WS-QTDE-MAPA PIC 9(03) VALUE ZEROS.
       77  WS-IND PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-CONVERTIDAS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-DESCARTADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-LOTE PIC 9(11)V99 VALUE ZEROS.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               IF WS-QTDE-MAPA = ZEROS
                   DISPLAY '** SEM TABELA DE MAPEAMENTO -'
                   DISPLAY '** IMPORTACAO ABORTADA **'
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               PERFORM ABRIR-ARQUIVOS.
               IF ERRO-ABERTURA-SIM
                   DISPLAY '** IMPORTACAO ABORTADA **'
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               PERFORM GRAVAR-CABECALHO-LOTE.
               END-IF.
               DISPLAY 'COPIE O LOTE PARA TRANSIN E POSTE'.
               DISPLAY 'VIA TESTEMES BATCH'.
               IF WS-QTDE-CONVERTIDAS = ZEROS
                   DISPLAY '** NENHUMA VENDA CONVERTIDA **'
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               IF WS-QTDE-DESCARTADAS NOT = ZEROS
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
               MOVE 'IMPORPOS' TO RE-PROGRAMA.
               MOVE SPACES TO RE-MODO.
               MOVE WS-COD-RETORNO TO RE-RETORNO.
               MOVE ZEROS TO RE-LOTES-OK.
               IF WS-COD-RETORNO LESS 8
                   MOVE 1 TO RE-LOTES-OK
               END-IF.
               MOVE ZEROS TO RE-LOTES-REC.
               MOVE WS-QTDE-CONVERTIDAS TO RE-POSTADOS.
               MOVE WS-QTDE-DESCARTADAS TO RE-REJEITADOS.
               MOVE ZEROS TO RE-DIVERGENCIAS.
               MOVE WS-TOTAL-LOTE TO RE-VALOR.
               MOVE ZEROS TO RE-LOTES-IGN.
               WRITE RESULTADO-RECORD.
               CLOSE RESULTADO-FILE.

       CARREGAR-MAPA.
               MOVE ZEROS TO WS-QTDE-MAPA.
               MOVE 'N' TO WS-MP-EOF.
               MOVE SPACES TO WS-CAMPOS-POS.
               UNSTRING POS-RECORD DELIMITED BY ','
                   INTO WS-POS-LOJA WS-POS-DATA
                        WS-POS-VALOR-TX WS-POS-CUPOM
                        WS-POS-MEIO.
               PERFORM LOCALIZAR-LOJA.
               IF NOT LOJA-ACHADA-SIM
                   MOVE 'LOJA NAO MAPEADA' TO DS-MOTIVO
                   PERFORM GRAVAR-DESCARTE
                   EXIT PARAGRAPH
               END-IF.
               IF WS-POS-CUPOM = SPACES
                   MOVE 'CUPOM NAO INFORMADO' TO DS-MOTIVO
                   PERFORM GRAVAR-DESCARTE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CONVERTER-MEIO-PAGTO.
               IF NOT MEIO-PAGTO-VALIDO
                   MOVE 'MEIO PAGTO INVALIDO' TO DS-MOTIVO
                   PERFORM GRAVAR-DESCARTE
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO TRANS-RECORD.
               MOVE 'D' TO TR-TIPO.
               MOVE WS-VENDA-AAAA TO TR-ANO.
               MOVE WS-VENDA-MM TO TR-MES.
               MOVE WS-FILIAL-MAPEADA TO TR-FILIAL.
               MOVE WS-VALOR-CONVERTIDO TO TR-VALOR.
               MOVE WS-POS-LOJA TO TR-LOJA.
               MOVE WS-DATA-VENDA-X TO TR-DATA-VENDA.
               MOVE WS-POS-CUPOM TO TR-CUPOM.
               MOVE WS-MEIO-PAGTO TO TR-MEIO-PAGTO.
               WRITE TRANS-RECORD.
               IF WS-TR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR TRANSPOS '
                   END-IF
               END-PERFORM.

       CONVERTER-MEIO-PAGTO.
               EVALUATE WS-POS-MEIO
                   WHEN SPACES
                       MOVE 'N' TO WS-MEIO-PAGTO
                   WHEN 'DIN'
                   WHEN 'DINHEIRO'
                       MOVE 'D' TO WS-MEIO-PAGTO
                   WHEN 'DEB'
                   WHEN 'DEBITO'
                       MOVE 'B' TO WS-MEIO-PAGTO
                   WHEN 'CRE'
                   WHEN 'CREDITO'
                       MOVE 'C' TO WS-MEIO-PAGTO
                   WHEN 'PIX'
                       MOVE 'P' TO WS-MEIO-PAGTO
                   WHEN OTHER
                       MOVE SPACES TO WS-MEIO-PAGTO
               END-EVALUATE.

       CONVERTER-VALOR.
               MOVE 'S' TO WS-VALOR-OK.
               MOVE ZEROS TO WS-VALOR-INT.
