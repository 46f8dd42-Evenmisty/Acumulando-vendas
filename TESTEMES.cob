               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT CUPOM-FILE ASSIGN TO "CUPOMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-CR-STATUS.

           SELECT MEIO-DIA-FILE ASSIGN TO "MEIODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-CHAVE
               FILE STATUS IS WS-MD-STATUS.

           SELECT RESULTADO-FILE ASSIGN TO "RESETAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-MASTER.
           05 AUD-VALOR PIC S9(07)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LOTE PIC X(08).
           05 AUD-LOJA PIC X(06).
           05 AUD-DATA-VENDA PIC X(08).
           05 AUD-CUPOM PIC X(10).
           05 AUD-QTDE-TRANSF REDEFINES AUD-CUPOM PIC S9(09)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

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

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-MOTIVO PIC X(02).
           05 REJ-TRANSACAO PIC X(51).
           05 REJ-LOTE-ID PIC X(08).

       FD  LOTE-CONTROL.
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05 OP-NIVEL PIC X(01).
           05 OP-NOME PIC X(30).

       FD  CUPOM-FILE.
       01  CUPOM-RECORD.
           05 CR-CHAVE.
               10 CR-LOJA PIC X(06).
               10 CR-DATA-VENDA PIC X(08).
               10 CR-CUPOM PIC X(10).
           05 CR-ANO PIC 9(04).
           05 CR-MES PIC 9(02).
           05 CR-FILIAL PIC 9(03).
           05 CR-VALOR PIC 9(07)V99.
           05 CR-SEQ-AUDITORIA PIC 9(05).
           05 CR-LOTE-ID PIC X(08).
           05 CR-DATA-POSTAGEM PIC 9(08).
           05 CR-MEIO-PAGTO PIC X(01).

       FD  MEIO-DIA-FILE.
       01  MEIO-DIA-RECORD.
           05 MD-CHAVE.
               10 MD-FILIAL PIC 9(03).
               10 MD-DATA-VENDA PIC X(08).
               10 MD-MEIO-PAGTO PIC X(01).
           05 MD-QTDE PIC 9(07).
           05 MD-VALOR PIC 9(11)V99.

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
       01  WS-PERIODO-PARM.
           05 WS-PARM-ANO PIC 9(04).
           05 WS-PARM-MES PIC 9(02).
       01  WS-PERIODO-PARM-X REDEFINES WS-PERIODO-PARM
               PIC X(06).

       01  TABELA-MESES.
           05 MES-TOTAL PIC S9(09)V99 OCCURS 12 TIMES VALUE ZEROS.

           05 ITEM-SUSPENSO OCCURS 200 TIMES.
               10 SU-MOTIVO PIC X(02).
               10 SU-LOTE PIC X(08).
               10 SU-TRANSACAO PIC X(51).
               10 SU-SITUACAO PIC X(01).

       77  MES-IN PIC 9(02) VALUE ZEROS.
           88 ENTRADA-VALIDA-SIM VALUE 'S'.
       77  WS-TRANS-EOF PIC X(01) VALUE 'N'.
           88 TRANS-EOF-SIM VALUE 'S'.
       77  WS-AUD-EOF PIC X(01) VALUE 'N'.
           88 AUD-EOF-SIM VALUE 'S'.
       77  WS-TEM-ULTIMA-VENDA PIC X(01) VALUE 'N'.
           88 TEM-ULTIMA-VENDA-SIM VALUE 'S'.
       77  WS-MES-VALIDO PIC X(01) VALUE 'N'.
       77  WS-NOME-FILIAL PIC X(30) VALUE SPACES.
       77  WS-REGIAO-FILIAL PIC X(15) VALUE SPACES.
       77  WS-ATIVA-FILIAL PIC X(01) VALUE SPACES.
       77  WS-UF-FILIAL PIC X(02) VALUE SPACES.
           88 UF-VALIDA VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE' 'DF'
                              'ES' 'GO' 'MA' 'MG' 'MS' 'MT' 'PA'
                              'PB' 'PE' 'PI' 'PR' 'RJ' 'RN' 'RO'
                              'RR' 'RS' 'SC' 'SE' 'SP' 'TO'.
       77  WS-REGIME-FILIAL PIC X(01) VALUE SPACES.
           88 REGIME-VALIDO VALUE 'N' 'S'.
       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-PRIMEIRO-REGISTRO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO-SIM VALUE 'S'.

       77  WS-PARM PIC X(40) VALUE SPACES.
       77  WS-MODO PIC X(10) VALUE SPACES.
       77  WS-OPER-PARM PIC X(08) VALUE SPACES.
       77  WS-OPERADOR-DIGITADO PIC X(08) VALUE SPACES.
       77  WS-LINHAS-AUDITORIA PIC 9(05) VALUE ZEROS.
       77  WS-LOTE-OK PIC X(01) VALUE 'N'.
           88 LOTE-OK-SIM VALUE 'S'.
       77  WS-LOTE-JA-POSTADO PIC X(01) VALUE 'N'.
           88 LOTE-JA-POSTADO-SIM VALUE 'S'.
       77  WS-TEM-RODAPE PIC X(01) VALUE 'N'.
           88 TEM-RODAPE-SIM VALUE 'S'.
       77  WS-LOTE-ID PIC X(08) VALUE SPACES.
       77  WS-LOTE-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO-REJEITO PIC X(02) VALUE SPACES.
       77  WS-LOTE-AUDIT PIC X(08) VALUE SPACES.
       77  WS-LOJA-AUDIT PIC X(06) VALUE SPACES.
       77  WS-DATA-VENDA-AUDIT PIC X(08) VALUE SPACES.
       77  WS-CUPOM-AUDIT PIC X(10) VALUE SPACES.
       77  WS-CR-STATUS PIC X(02) VALUE '00'.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.
       77  WS-CR-ABERTO PIC X(01) VALUE 'N'.
           88 CR-ABERTO-SIM VALUE 'S'.
       77  WS-MD-STATUS PIC X(02) VALUE '00'.
       77  WS-MD-ABERTO PIC X(01) VALUE 'N'.
           88 MD-ABERTO-SIM VALUE 'S'.
       77  WS-CUPOM-REPETIDO PIC X(01) VALUE 'N'.
           88 CUPOM-REPETIDO-SIM VALUE 'S'.
       77  WS-MODO-SUSPENSE PIC X(01) VALUE 'N'.
           88 MODO-SUSPENSE-SIM VALUE 'S'.
       77  WS-REJ-EOF PIC X(01) VALUE 'N'.
       77  WS-RODAPE-VALOR PIC 9(11)V99 VALUE ZEROS.
       77  WS-RUN-LOTES-OK PIC 9(05) VALUE ZEROS.
       77  WS-RUN-LOTES-REC PIC 9(05) VALUE ZEROS.
       77  WS-RUN-LOTES-IGN PIC 9(05) VALUE ZEROS.
       77  WS-RUN-SEM-CONTROLE PIC 9(05) VALUE ZEROS.
       77  WS-RUN-POSTADOS PIC 9(07) VALUE ZEROS.
       77  WS-RUN-REJEITADOS PIC 9(07) VALUE ZEROS.
       77  WS-RUN-VALOR PIC S9(12)V99 VALUE ZEROS.
       77  WS-RL-STATUS PIC X(02) VALUE '00'.

       01  TABELA-LOTE-DET.
           05 DET-REGISTRO PIC X(51) OCCURS 1000 TIMES.

       01  RUNL-TITULO.
           05 FILLER PIC X(32)
           05 RTL-OK PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  RECUSADOS '.
           05 RTL-REC PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  JA POSTADOS '.
           05 RTL-IGN PIC ZZZZ9.

       01  RUNL-TOTAL-TRANS.
           05 FILLER PIC X(18) VALUE ' TRANS POSTADAS   '.
       77  WS-TOTAL-META-ANO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TEM-META PIC X(01) VALUE 'N'.
           88 TEM-META-SIM VALUE 'S'.
       77  WS-ELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-ANT PIC 9(10) VALUE ZEROS.
       77  WS-ELO-CALC PIC 9(13) VALUE ZEROS.
       77  WS-ELO-POS PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               PERFORM ABRIR-ARQUIVOS.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               UNSTRING WS-PARM DELIMITED BY ALL ' '
                   INTO WS-MODO WS-OPER-PARM WS-PERIODO-PARM-X.
               IF WS-MODO = 'BATCH'
                   MOVE 'S' TO WS-MODO-BATCH
               END-IF.
                           WS-FL-STATUS
               END-IF.

               PERFORM OBTER-ULTIMO-ELO.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
                           WS-AUD-STATUS
               END-IF.

               OPEN I-O CUPOM-FILE.
               IF WS-CR-STATUS = '35'
                   OPEN OUTPUT CUPOM-FILE
                   CLOSE CUPOM-FILE
                   OPEN I-O CUPOM-FILE
               END-IF.
               IF WS-CR-STATUS = '00'
                   MOVE 'S' TO WS-CR-ABERTO
                 ELSE
                   DISPLAY 'ERRO AO ABRIR CUPOM-FILE '
                           WS-CR-STATUS
               END-IF.

               OPEN I-O MEIO-DIA-FILE.
               IF WS-MD-STATUS = '35'
                   OPEN OUTPUT MEIO-DIA-FILE
                   CLOSE MEIO-DIA-FILE
                   OPEN I-O MEIO-DIA-FILE
               END-IF.
               IF WS-MD-STATUS = '00'
                   MOVE 'S' TO WS-MD-ABERTO
                 ELSE
                   DISPLAY 'ERRO AO ABRIR MEIO-DIA-FILE '
                           WS-MD-STATUS
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

       ENCERRAR-ARQUIVOS.
               CLOSE SALES-MASTER.
               CLOSE CHECKPOINT-FILE.
               CLOSE FILIAL-FILE.
               CLOSE GL-CONTROL.
               CLOSE AUDIT-FILE.
               IF CR-ABERTO-SIM
                   CLOSE CUPOM-FILE
               END-IF.
               IF MD-ABERTO-SIM
                   CLOSE MEIO-DIA-FILE
               END-IF.

       INICIAR.
               MOVE ZEROS TO MES-VENDAS.
                   DISPLAY '** OPERADOR NAO CADASTRADO EM'
                   DISPLAY '** OPERFILE - ACESSO NEGADO **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               DISPLAY 'OPERADOR ' WS-OPERADOR ' NIVEL '
               MOVE SPACES TO WS-NOME-FILIAL.
               MOVE SPACES TO WS-REGIAO-FILIAL.
               MOVE SPACES TO WS-ATIVA-FILIAL.
               MOVE SPACES TO WS-UF-FILIAL.
               MOVE SPACES TO WS-REGIME-FILIAL.
               MOVE FILIAL TO FL-FILIAL.
               READ FILIAL-FILE KEY IS FL-FILIAL
                   INVALID KEY
                       MOVE FL-NOME TO WS-NOME-FILIAL
                       MOVE FL-REGIAO TO WS-REGIAO-FILIAL
                       MOVE FL-ATIVA TO WS-ATIVA-FILIAL
                       MOVE FL-UF TO WS-UF-FILIAL
                       MOVE FL-REGIME TO WS-REGIME-FILIAL
                       MOVE 'S' TO WS-TEM-FILIAL
               END-READ.

               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE MES-VENDAS TO AUD-VALOR.
               MOVE WS-LOTE-AUDIT TO AUD-LOTE.
               MOVE WS-LOJA-AUDIT TO AUD-LOJA.
               MOVE WS-DATA-VENDA-AUDIT TO AUD-DATA-VENDA.
               MOVE WS-CUPOM-AUDIT TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR AUDITORIA ' WS-AUD-STATUS
               END-IF.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE WS-VALOR-DEVOL TO AUD-VALOR.
               MOVE WS-LOTE-AUDIT TO AUD-LOTE.
               MOVE WS-LOJA-AUDIT TO AUD-LOJA.
               MOVE WS-DATA-VENDA-AUDIT TO AUD-DATA-VENDA.
               MOVE WS-CUPOM-AUDIT TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR DEVOLUCAO ' WS-AUD-STATUS
               END-IF.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               COMPUTE AUD-VALOR = ZERO - WS-ULTIMO-VALOR.
               MOVE WS-LOTE-AUDIT TO AUD-LOTE.
               MOVE WS-LOJA-AUDIT TO AUD-LOJA.
               MOVE WS-DATA-VENDA-AUDIT TO AUD-DATA-VENDA.
               MOVE WS-CUPOM-AUDIT TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ESTORNO ' WS-AUD-STATUS
               END-IF.
       PROCESSAR-LOTE.
               MOVE ZEROS TO WS-RUN-LOTES-OK.
               MOVE ZEROS TO WS-RUN-LOTES-REC.
               MOVE ZEROS TO WS-RUN-LOTES-IGN.
               MOVE ZEROS TO WS-RUN-SEM-CONTROLE.
               MOVE ZEROS TO WS-RUN-POSTADOS.
               MOVE ZEROS TO WS-RUN-REJEITADOS.
               MOVE ZEROS TO WS-RUN-VALOR.
               PERFORM ABRIR-POSTAGEM.
               IF NOT POSTAGEM-ABERTA-SIM
                   DISPLAY '** LOTES NAO PROCESSADOS **'
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM ABRIR-RELATORIO-LOTE.
               MOVE 'N' TO WS-POSTAGEM-ABERTA.
               IF WS-RUN-LOTES-OK = ZEROS
                  AND WS-RUN-LOTES-REC = ZEROS
                  AND WS-RUN-LOTES-IGN = ZEROS
                   DISPLAY '** LOTE VAZIO **'
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               IF WS-RUN-REJEITADOS NOT = ZEROS
                  OR WS-RUN-LOTES-IGN NOT = ZEROS
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               IF WS-RUN-LOTES-REC NOT = ZEROS
                  OR WS-RUN-SEM-CONTROLE NOT = ZEROS
                   MOVE 8 TO WS-COD-RETORNO
               END-IF.
               PERFORM GRAVAR-TOTAIS-LOTE.
               DISPLAY 'LOTES POSTADOS:        '
                       WS-RUN-LOTES-OK.
               DISPLAY 'LOTES RECUSADOS:       '
                       WS-RUN-LOTES-REC.
               DISPLAY 'LOTES JA POSTADOS:     '
                       WS-RUN-LOTES-IGN.
               IF WS-RUN-SEM-CONTROLE NOT = ZEROS
                   DISPLAY '** LOTES POSTADOS SEM LOTECTRL: '
                           WS-RUN-SEM-CONTROLE
               END-IF.
               DISPLAY 'TRANSACOES POSTADAS:   '
                       WS-RUN-POSTADOS.
               DISPLAY 'TRANSACOES REJEITADAS: '

       ABRIR-POSTAGEM.
               MOVE 'N' TO WS-POSTAGEM-ABERTA.
               IF NOT CR-ABERTO-SIM
                   DISPLAY '** REGISTRO DE CUPONS INDISPONIVEL **'
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT TRANS-FILE.
               IF WS-TR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQUIVO TRANSACOES '
               END-IF.
               MOVE TR-LOTE-ID TO WS-LOTE-ID.
               MOVE 'S' TO WS-LOTE-OK.
               MOVE 'N' TO WS-LOTE-JA-POSTADO.
               MOVE ZEROS TO WS-LOTE-QTDE.
               MOVE ZEROS TO WS-LOTE-VALOR.
               MOVE ZEROS TO WS-LOTE-POSTADOS.
               IF LOTE-OK-SIM
                   PERFORM VERIFICAR-LOTE-DUPLICADO
               END-IF.
               IF LOTE-OK-SIM
                   PERFORM POSTAR-LOTE
                   PERFORM REGISTRAR-LOTE
                   ADD 1 TO WS-RUN-LOTES-OK
                   ADD WS-LOTE-POSTADOS TO WS-RUN-POSTADOS
                   ADD WS-LOTE-REJEITADOS TO WS-RUN-REJEITADOS
                   DISPLAY 'TRANSACOES REJEITADAS: '
                           WS-LOTE-REJEITADOS
                 ELSE
                   IF LOTE-JA-POSTADO-SIM
                       ADD 1 TO WS-RUN-LOTES-IGN
                       DISPLAY 'LOTE ' WS-LOTE-ID ' IGNORADO'
                     ELSE
                       ADD 1 TO WS-RUN-LOTES-REC
                       DISPLAY '** LOTE ' WS-LOTE-ID
                               ' NAO PROCESSADO **'
                   END-IF
               END-IF.
               PERFORM GRAVAR-LINHA-LOTE.

                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-LOTE-OK
                       IF LC-QTDE-REGISTROS = WS-LOTE-QTDE
                          AND LC-VALOR-TOTAL = WS-LOTE-VALOR
                           MOVE 'S' TO WS-LOTE-JA-POSTADO
                           DISPLAY 'LOTE ' WS-LOTE-ID ' JA POSTADO'
                           DISPLAY 'EM ' LC-DATA-PROCESSO
                                   ' COM OS MESMOS CONTROLES'
                         ELSE
                           DISPLAY '** LOTE ' WS-LOTE-ID ' JA FOI'
                           DISPLAY '** PROCESSADO EM '
                                   LC-DATA-PROCESSO ' **'
                           DISPLAY '** COM CONTROLES DIFERENTES **'
                       END-IF
                       CLOSE LOTE-CONTROL
               END-READ.

               IF LOTE-OK-SIM
                   MOVE 'POSTADO' TO RL-SITUACAO
                 ELSE
                   IF LOTE-JA-POSTADO-SIM
                       MOVE 'JA POSTADO' TO RL-SITUACAO
                     ELSE
                       MOVE 'RECUSADO' TO RL-SITUACAO
                   END-IF
               END-IF.
               MOVE WS-LOTE-POSTADOS TO RL-POSTADOS.
               MOVE WS-LOTE-REJEITADOS TO RL-REJEITADOS.
               PERFORM GRAVAR-RELLOTE.
               MOVE WS-RUN-LOTES-OK TO RTL-OK.
               MOVE WS-RUN-LOTES-REC TO RTL-REC.
               MOVE WS-RUN-LOTES-IGN TO RTL-IGN.
               MOVE RUNL-TOTAL-LOTES TO LOTE-REGISTRO.
               PERFORM GRAVAR-RELLOTE.
               MOVE WS-RUN-POSTADOS TO RTT-POST.
               MOVE TR-MES TO MES-IN.
               MOVE TR-FILIAL TO FILIAL.
               MOVE TR-VALOR TO MES-VENDAS.
               MOVE TR-LOJA TO WS-LOJA-AUDIT.
               MOVE TR-DATA-VENDA TO WS-DATA-VENDA-AUDIT.
               MOVE TR-CUPOM TO WS-CUPOM-AUDIT.
               MOVE SPACES TO WS-MOTIVO-REJEITO.
               PERFORM VALIDAR-MES.
               PERFORM VALIDAR-VALOR-VENDA.
               IF TR-TIPO = 'A' AND FILIAL-VALIDA-SIM
                   MOVE 'S' TO WS-FILIAL-CADASTRADA
               END-IF.
               PERFORM VERIFICAR-CUPOM.
               EVALUATE TRUE
                   WHEN NOT MES-VALIDO-SIM
                       MOVE '01' TO WS-MOTIVO-REJEITO
                       MOVE '06' TO WS-MOTIVO-REJEITO
                   WHEN NOT FILIAL-CADASTRADA-SIM
                       MOVE '08' TO WS-MOTIVO-REJEITO
                   WHEN CUPOM-REPETIDO-SIM
                       MOVE '10' TO WS-MOTIVO-REJEITO
                   WHEN OTHER
                       PERFORM CARREGAR-MASTER
                       IF WS-SITUACAO-PERIODO = 'F'
                  AND NOT MODO-SUSPENSE-SIM
                   PERFORM GRAVAR-REJEITO
               END-IF.
               MOVE SPACES TO WS-LOJA-AUDIT.
               MOVE SPACES TO WS-DATA-VENDA-AUDIT.
               MOVE SPACES TO WS-CUPOM-AUDIT.

       VERIFICAR-CUPOM.
               MOVE 'N' TO WS-CUPOM-REPETIDO.
               IF TR-TIPO NOT = 'D' OR TR-CUPOM = SPACES
                   EXIT PARAGRAPH
               END-IF.
               IF NOT CR-ABERTO-SIM
                   DISPLAY '** REGISTRO DE CUPONS INDISPONIVEL **'
                   MOVE 'S' TO WS-CUPOM-REPETIDO
                   EXIT PARAGRAPH
               END-IF.
               MOVE TR-LOJA TO CR-LOJA.
               MOVE TR-DATA-VENDA TO CR-DATA-VENDA.
               MOVE TR-CUPOM TO CR-CUPOM.
               READ CUPOM-FILE KEY IS CR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CUPOM-REPETIDO
                       DISPLAY '** CUPOM ' CR-CUPOM ' LOJA ' CR-LOJA
                               ' DE ' CR-DATA-VENDA ' JA LANCADO'
                       DISPLAY '** NO LOTE ' CR-LOTE-ID
                               ' SEQ ' CR-SEQ-AUDITORIA
                               ' FILIAL ' CR-FILIAL ' **'
               END-READ.

       REGISTRAR-CUPOM.
               IF TR-CUPOM = SPACES OR NOT CR-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               MOVE TR-LOJA TO CR-LOJA.
               MOVE TR-DATA-VENDA TO CR-DATA-VENDA.
               MOVE TR-CUPOM TO CR-CUPOM.
               MOVE ANO TO CR-ANO.
               MOVE MES-IN TO CR-MES.
               MOVE FILIAL TO CR-FILIAL.
               MOVE MES-VENDAS TO CR-VALOR.
               MOVE WS-SEQ-AUDITORIA TO CR-SEQ-AUDITORIA.
               MOVE WS-LOTE-AUDIT TO CR-LOTE-ID.
               MOVE WS-DATA-ATUAL TO CR-DATA-POSTAGEM.
               MOVE TR-MEIO-PAGTO TO CR-MEIO-PAGTO.
               WRITE CUPOM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.
               IF WS-CR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CUPOM-FILE '
                           WS-CR-STATUS
               END-IF.

       ACUMULAR-MEIO-PAGTO.
               IF TR-CUPOM = SPACES OR NOT MD-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE FILIAL TO MD-FILIAL.
               MOVE TR-DATA-VENDA TO MD-DATA-VENDA.
               MOVE TR-MEIO-PAGTO TO MD-MEIO-PAGTO.
               IF MD-MEIO-PAGTO = SPACES
                   MOVE 'N' TO MD-MEIO-PAGTO
               END-IF.
               READ MEIO-DIA-FILE KEY IS MD-CHAVE
                   INVALID KEY
                       MOVE 1 TO MD-QTDE
                       MOVE MES-VENDAS TO MD-VALOR
                       WRITE MEIO-DIA-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO MD-QTDE
                       ADD MES-VENDAS TO MD-VALOR
                       REWRITE MEIO-DIA-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ.
               IF WS-MD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR MEIO-DIA-FILE '
                           WS-MD-STATUS
               END-IF.

       GRAVAR-REJEITO.
               ADD 1 TO WS-LOTE-REJEITADOS.
                       WS-MOTIVO-REJEITO ' MES ' TR-MES
                       ' ANO ' TR-ANO ' FILIAL ' TR-FILIAL
                       ' VALOR ' TR-VALOR.
               IF TR-CUPOM NOT = SPACES
                   DISPLAY '** LOJA ' TR-LOJA ' DATA ' TR-DATA-VENDA
                           ' CUPOM ' TR-CUPOM
               END-IF.

       REGISTRAR-LOTE.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               IF WS-LC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR LOTE-CONTROL '
                           WS-LC-STATUS
                   DISPLAY '** LOTE ' WS-LOTE-ID ' POSTADO SEM'
                           ' REGISTRO NO LOTECTRL **'
                   ADD 1 TO WS-RUN-SEM-CONTROLE
               END-IF.
               CLOSE LOTE-CONTROL.

                   MOVE MES-VENDAS TO WS-ULTIMO-VALOR
                   PERFORM GRAVAR-AUDITORIA
                   PERFORM GRAVAR-MASTER
                   PERFORM REGISTRAR-CUPOM
                   PERFORM ACUMULAR-MEIO-PAGTO
                   IF ACUM GREATER OR EQUAL WS-LIMITE-ACUM
                       DISPLAY '** ATENCAO: ACUM'
                       DISPLAY '** PROXIMO DO LIMITE'
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE MES-VENDAS TO AUD-VALOR.
               MOVE WS-LOTE-AUDIT TO AUD-LOTE.
               MOVE WS-LOJA-AUDIT TO AUD-LOJA.
               MOVE WS-DATA-VENDA-AUDIT TO AUD-DATA-VENDA.
               MOVE WS-CUPOM-AUDIT TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR AJUSTE ' WS-AUD-STATUS
               END-IF.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE ZEROS TO AUD-VALOR.
               MOVE WS-LOTE-AUDIT TO AUD-LOTE.
               MOVE WS-LOJA-AUDIT TO AUD-LOJA.
               MOVE WS-DATA-VENDA-AUDIT TO AUD-DATA-VENDA.
               MOVE WS-CUPOM-AUDIT TO AUD-CUPOM.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR AUDITORIA ' WS-AUD-STATUS
               END-IF.
                   DISPLAY 'NOME:    ' WS-NOME-FILIAL
                   DISPLAY 'REGIAO:  ' WS-REGIAO-FILIAL
                   DISPLAY 'SITUACAO: ' WS-ATIVA-FILIAL
                   DISPLAY 'UF:       ' WS-UF-FILIAL
                   DISPLAY 'REGIME:   ' WS-REGIME-FILIAL
                 ELSE
                   DISPLAY 'FILIAL SEM CADASTRO - INCLUSAO'
               END-IF.
                       DISPLAY 'INFORME A OU I'
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WS-UF-FILIAL.
               PERFORM UNTIL UF-VALIDA
                   DISPLAY 'DIGITE A UF DA FILIAL (EX: SP):'
                   ACCEPT WS-UF-FILIAL
                   IF NOT UF-VALIDA
                       DISPLAY 'UF INVALIDA'
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WS-REGIME-FILIAL.
               PERFORM UNTIL REGIME-VALIDO
                   DISPLAY 'REGIME (N=NORMAL / S=SIMPLES NACIONAL):'
                   ACCEPT WS-REGIME-FILIAL
                   IF NOT REGIME-VALIDO
                       DISPLAY 'INFORME N OU S'
                   END-IF
               END-PERFORM.
               PERFORM GRAVAR-FILIAL.
               DISPLAY 'FILIAL ' FILIAL ' GRAVADA'.

                       MOVE WS-NOME-FILIAL TO FL-NOME
                       MOVE WS-REGIAO-FILIAL TO FL-REGIAO
                       MOVE WS-ATIVA-FILIAL TO FL-ATIVA
                       MOVE WS-UF-FILIAL TO FL-UF
                       MOVE WS-REGIME-FILIAL TO FL-REGIME
                       WRITE FILIAL-RECORD
                       IF WS-FL-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR FILIAL '
                       MOVE WS-NOME-FILIAL TO FL-NOME
                       MOVE WS-REGIAO-FILIAL TO FL-REGIAO
                       MOVE WS-ATIVA-FILIAL TO FL-ATIVA
                       MOVE WS-UF-FILIAL TO FL-UF
                       MOVE WS-REGIME-FILIAL TO FL-REGIME
                       REWRITE FILIAL-RECORD
                       IF WS-FL-STATUS NOT = '00'
                           DISPLAY 'ERRO AO REGRAVAR FILIAL '
                               ' MES ' TR-MES ' ANO ' TR-ANO
                               ' FILIAL ' TR-FILIAL
                               ' VALOR ' TR-VALOR
                       IF TR-CUPOM NOT = SPACES
                           DISPLAY '   LOJA ' TR-LOJA
                                   ' DATA ' TR-DATA-VENDA
                                   ' CUPOM ' TR-CUPOM
                       END-IF
                   END-IF
               END-PERFORM.
               DISPLAY 'ITENS PENDENTES: ' WS-PENDENTES.
                   WHEN '09'
                       MOVE 'AJUSTE EXIGE SUPERVISOR'
                           TO WS-TEXTO-MOTIVO
                   WHEN '10'
                       MOVE 'CUPOM JA LANCADO' TO WS-TEXTO-MOTIVO
                   WHEN OTHER
                       MOVE 'MOTIVO DESCONHECIDO'
                           TO WS-TEXTO-MOTIVO
                           ' VL ' AUD-VALOR
                           ' AJUSTE DE CONCILIACAO LOTE '
                           AUD-LOTE
                   WHEN 'T'
                       DISPLAY 'DT ' AUD-DATA ' HR ' AUD-HORA
                           ' FIL ' AUD-FILIAL ' SEQ ' AUD-SEQ
                           ' OP ' AUD-OPERADOR
                           ' VL ' AUD-VALOR ' QT ' AUD-QTDE-TRANSF
                           ' TRANSFERENCIA DE FILIAL LOTE ' AUD-LOTE
                   WHEN 'U'
                       DISPLAY 'DT ' AUD-DATA ' HR ' AUD-HORA
                           ' FIL ' AUD-FILIAL ' SEQ ' AUD-SEQ
                           ' OP ' AUD-OPERADOR
                           ' VL ' AUD-VALOR
                           ' TRANSF. DE DEVOLUCOES LOTE ' AUD-LOTE
                   WHEN 'S'
                       DISPLAY 'DT ' AUD-DATA ' HR ' AUD-HORA
                           ' OP ' AUD-OPERADOR
                           ' SELO DA CADEIA DE AUDITORIA '
                           AUD-LOTE
                   WHEN OTHER
                       DISPLAY 'DT ' AUD-DATA ' HR ' AUD-HORA
                           ' FIL ' AUD-FILIAL ' SEQ ' AUD-SEQ
                           ' OP ' AUD-OPERADOR
                           ' VL ' AUD-VALOR
               END-EVALUATE.
               IF AUD-CUPOM NOT = SPACES
                  AND AUD-TIPO NOT = 'T' AND AUD-TIPO NOT = 'U'
                  AND AUD-TIPO NOT = 'S'
                   DISPLAY '    LOJA ' AUD-LOJA
                           ' VENDA ' AUD-DATA-VENDA
                           ' CUPOM ' AUD-CUPOM
                           ' LOTE ' AUD-LOTE
               END-IF.

       RELATORIO-DIARIO.
               DISPLAY '========================================'.
               DISPLAY '==     RITMO DIARIO DE VENDAS         =='.
               DISPLAY '========================================'.
               IF WS-PERIODO-PARM-X IS NUMERIC
                  AND WS-PARM-MES GREATER ZEROS
                  AND WS-PARM-MES LESS 13
                  AND WS-PARM-ANO GREATER ZEROS
                   MOVE WS-PARM-MES TO MES-IN
                   MOVE WS-PARM-ANO TO ANO
                 ELSE
                   PERFORM OBTER-PERIODO-OPERACAO
               END-IF.
               IF MES-IN = 1
                   MOVE 12 TO WS-MES-ANT
                   COMPUTE WS-ANO-MES-ANT = ANO - 1
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'SEM AUDITORIA DISPONIVEL '
                           WS-AUD-STATUS
                   MOVE 8 TO WS-COD-RETORNO
                   MOVE 'S' TO WS-TRANS-EOF
                 ELSE
                   PERFORM UNTIL TRANS-EOF-SIM
                          AND AUD-TIPO NOT = 'R'
                          AND AUD-TIPO NOT = 'C'
                          AND AUD-TIPO NOT = 'A'
                          AND AUD-TIPO NOT = 'T'
                          AND AUD-TIPO NOT = 'U'
                          AND AUD-TIPO NOT = 'S'
                           PERFORM CLASSIFICAR-DIA
                       END-IF
                   END-PERFORM
               IF WS-RD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-DIA '
                           WS-RD-STATUS
                   MOVE 8 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD.
                   PERFORM RELATORIO-ANUAL
               END-IF.
               PERFORM ENCERRAR-ARQUIVOS.
               PERFORM GRAVAR-RESULTADO-ETAPA.
               STOP RUN.

       GRAVAR-RESULTADO-ETAPA.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               IF NOT MODO-BATCH-SIM AND WS-MODO NOT = 'DIARIO'
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT RESULTADO-FILE.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'TESTEMES' TO RE-PROGRAMA.
               MOVE WS-MODO TO RE-MODO.
               MOVE WS-COD-RETORNO TO RE-RETORNO.
               MOVE ZEROS TO RE-DIVERGENCIAS.
               IF MODO-BATCH-SIM
                   MOVE WS-RUN-LOTES-OK TO RE-LOTES-OK
                   MOVE WS-RUN-LOTES-REC TO RE-LOTES-REC
                   MOVE WS-RUN-POSTADOS TO RE-POSTADOS
                   MOVE WS-RUN-REJEITADOS TO RE-REJEITADOS
                   MOVE WS-RUN-VALOR TO RE-VALOR
                   MOVE WS-RUN-LOTES-IGN TO RE-LOTES-IGN
                 ELSE
                   MOVE ZEROS TO RE-LOTES-OK
                   MOVE ZEROS TO RE-LOTES-REC
                   MOVE WS-QTDE-DIA TO RE-POSTADOS
                   MOVE ZEROS TO RE-REJEITADOS
                   MOVE WS-ACUM-DIA TO RE-VALOR
                   MOVE ZEROS TO RE-LOTES-IGN
               END-IF.
               WRITE RESULTADO-RECORD.
               CLOSE RESULTADO-FILE.

       RELATORIO-ANUAL.
               MOVE ZEROS TO WS-TOTAL-ANUAL.
               MOVE ZEROS TO WS-ANO-RELATORIO.
