               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

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

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  AJUSTE-FILE.
       01  AJUSTE-RECORD.
           05 AJ-TIPO PIC X(01).
           05 AJ-DADOS PIC X(50).
           05 AJ-DADOS-DETALHE REDEFINES AJ-DADOS.
               10 AJ-ANO PIC 9(04).
               10 AJ-MES PIC 9(02).
               10 AJ-FILIAL PIC 9(03).
               10 AJ-VALOR PIC S9(07)V99.
               10 AJ-LOJA PIC X(06).
               10 AJ-DATA-VENDA PIC X(08).
               10 AJ-CUPOM PIC X(10).
               10 FILLER PIC X(08).
           05 AJ-DADOS-CABECALHO REDEFINES AJ-DADOS.
               10 AJ-LOTE-ID PIC X(08).
               10 AJ-LOTE-DATA PIC 9(08).
               10 FILLER PIC X(34).
           05 AJ-DADOS-RODAPE REDEFINES AJ-DADOS.
               10 AJ-TOT-REGISTROS PIC 9(05).
               10 AJ-TOT-VALOR PIC 9(11)V99.
               10 FILLER PIC X(32).

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
       01  TABELA-PERIODOS.
               10 PER-SEQ-MAX PIC 9(05).
               10 PER-SEQ-SOMA PIC 9(10).
               10 PER-MASTER-LIDO PIC X(01).
               10 PER-DIVERGE PIC X(01).

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LS-MENSAGEM PIC X(35).

       01  LINHA-CUPOM-CAB.
           05 FILLER PIC X(13) VALUE ' ANO/MES/FIL '.
           05 FILLER PIC X(07) VALUE '   SEQ '.
           05 FILLER PIC X(02) VALUE 'T '.
           05 FILLER PIC X(09) VALUE 'DATA     '.
           05 FILLER PIC X(09) VALUE 'OPERADOR '.
           05 FILLER PIC X(14) VALUE '         VALOR'.
           05 FILLER PIC X(10) VALUE '  LOTE    '.
           05 FILLER PIC X(07) VALUE 'LOJA   '.
           05 FILLER PIC X(09) VALUE 'VENDA    '.
           05 FILLER PIC X(06) VALUE 'CUPOM '.

       01  LINHA-CUPOM.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE '/'.
           05 LC-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LC-FILIAL PIC 9(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LC-SEQ PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-TIPO PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-OPERADOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-VALOR PIC Z.ZZZ.ZZ9,99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LC-LOTE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LC-LOJA PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-DATA-VENDA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LC-CUPOM PIC X(10).

       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.
       77  WS-TOTAL-SEQ-FALHAS PIC 9(05) VALUE ZEROS.
       77  WS-AUD-IGNORADOS PIC 9(05) VALUE ZEROS.
       77  WS-SM-IGNORADOS PIC 9(05) VALUE ZEROS.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.
       77  WS-LINHAS-CUPOM PIC 9(07) VALUE ZEROS.

       77  WS-AJ-STATUS PIC X(02) VALUE '00'.
       77  WS-PARM PIC X(20) VALUE SPACES.
               PERFORM CONCILIAR-MASTER.
               PERFORM RELATAR-SEM-MASTER.
               PERFORM VERIFICAR-SEQUENCIAS.
               PERFORM LISTAR-LANCAMENTOS-DIVERGENTES.
               IF MODO-AJUSTE-SIM
                   PERFORM GERAR-LOTE-AJUSTE
               END-IF.
               PERFORM IMPRIMIR-RESUMO.
               PERFORM ENCERRAR-ARQUIVOS.
               PERFORM GRAVAR-RESULTADO-ETAPA.
               STOP RUN.

       ABRIR-ARQUIVOS.
                   MOVE 'S' TO WS-AUD-ABERTO
                 ELSE
                   MOVE 'S' TO WS-AUD-EOF
                   MOVE 8 TO WS-COD-RETORNO
                   DISPLAY 'AVISO: AUDITLOG NAO DISPONIVEL '
                           WS-AUD-STATUS
               END-IF.
                   MOVE 'S' TO WS-SM-ABERTO
                 ELSE
                   MOVE 'S' TO WS-SM-EOF
                   MOVE 8 TO WS-COD-RETORNO
                   DISPLAY 'AVISO: SALESMF NAO DISPONIVEL '
                           WS-SM-STATUS
               END-IF.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-FILE '
                           WS-REL-STATUS
                   MOVE 8 TO WS-COD-RETORNO
               END-IF.

       ENCERRAR-ARQUIVOS.
                   MOVE AUD-ANO TO WS-PESQ-ANO
                   MOVE AUD-MES TO WS-PESQ-MES
                   MOVE AUD-FILIAL TO WS-PESQ-FILIAL
                   MOVE 'N' TO WS-PERIODO-ACHADO
                   IF AUD-TIPO NOT = 'S'
                       PERFORM LOCALIZAR-PERIODO
                   END-IF
                   IF PERIODO-ACHADO-SIM
                       EVALUATE AUD-TIPO
                           WHEN 'F'
                               ADD AUD-VALOR
                                   TO PER-DEVOL(WS-IND-PER)
                               ADD 1 TO PER-QTDE(WS-IND-PER)
                           WHEN 'T'
                               ADD AUD-VALOR
                                   TO PER-TOTAL(WS-IND-PER)
                               ADD AUD-QTDE-TRANSF
                                   TO PER-QTDE(WS-IND-PER)
                           WHEN 'U'
                               ADD AUD-VALOR
                                   TO PER-DEVOL(WS-IND-PER)
                           WHEN OTHER
                               ADD AUD-VALOR
                                   TO PER-TOTAL(WS-IND-PER)
                       END-IF
                       ADD AUD-SEQ TO PER-SEQ-SOMA(WS-IND-PER)
                     ELSE
                       IF AUD-TIPO NOT = 'S'
                           ADD 1 TO WS-AUD-IGNORADOS
                       END-IF
                   END-IF
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                       MOVE ZEROS TO PER-SEQ-MAX(WS-IND-PER)
                       MOVE ZEROS TO PER-SEQ-SOMA(WS-IND-PER)
                       MOVE 'N' TO PER-MASTER-LIDO(WS-IND-PER)
                       MOVE 'N' TO PER-DIVERGE(WS-IND-PER)
                       MOVE 'S' TO WS-PERIODO-ACHADO
                     ELSE
                       DISPLAY '** TABELA DE PERIODOS CHEIA **'
               MOVE PER-SEQ-MAX(WS-IND-PER) TO LD-SEQ-AUDIT.
               IF PERIODO-DIVERGE-SIM
                   ADD 1 TO WS-TOTAL-DIVERGENCIAS
                   MOVE 'S' TO PER-DIVERGE(WS-IND-PER)
                   MOVE 'DIVERGENTE' TO LD-SITUACAO
                 ELSE
                   MOVE 'CONFERE' TO LD-SITUACAO
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF PER-MASTER-LIDO(WS-IND-PER) NOT = 'S'
                       ADD 1 TO WS-TOTAL-DIVERGENCIAS
                       MOVE 'S' TO PER-DIVERGE(WS-IND-PER)
                       MOVE PER-ANO(WS-IND-PER) TO LD-ANO
                       MOVE PER-MES(WS-IND-PER) TO LD-MES
                       MOVE PER-FILIAL(WS-IND-PER) TO LD-FILIAL
                   CONTINUE
                 ELSE
                   ADD 1 TO WS-TOTAL-SEQ-FALHAS
                   MOVE 'S' TO PER-DIVERGE(WS-IND-PER)
                   MOVE PER-ANO(WS-IND-PER) TO LS-ANO
                   MOVE PER-MES(WS-IND-PER) TO LS-MES
                   MOVE PER-FILIAL(WS-IND-PER) TO LS-FILIAL
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       LISTAR-LANCAMENTOS-DIVERGENTES.
               IF WS-TOTAL-DIVERGENCIAS = ZEROS
                  AND WS-TOTAL-SEQ-FALHAS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF NOT AUD-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               CLOSE AUDIT-FILE.
               MOVE 'N' TO WS-AUD-ABERTO.
               MOVE 'N' TO WS-AUD-EOF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'AVISO: AUDITLOG NAO DISPONIVEL '
                           WS-AUD-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'S' TO WS-AUD-ABERTO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'LANCAMENTOS DOS PERIODOS DIVERGENTES'
                   TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CUPOM-CAB TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE ZEROS TO WS-LINHAS-CUPOM.
               PERFORM UNTIL AUD-EOF-SIM
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                   END-READ
                   IF NOT AUD-EOF-SIM
                       PERFORM LISTAR-LANCAMENTO-CUPOM
                   END-IF
               END-PERFORM.
               IF WS-LINHAS-CUPOM = ZEROS
                   MOVE ' NENHUM LANCAMENTO NA AUDITORIA'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       LISTAR-LANCAMENTO-CUPOM.
               MOVE 'N' TO WS-PERIODO-ACHADO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-PERIODOS
                          OR PERIODO-ACHADO-SIM
                   IF PER-ANO(WS-IND) = AUD-ANO
                      AND PER-MES(WS-IND) = AUD-MES
                      AND PER-FILIAL(WS-IND) = AUD-FILIAL
                       MOVE WS-IND TO WS-IND-PER
                       MOVE 'S' TO WS-PERIODO-ACHADO
                   END-IF
               END-PERFORM.
               IF NOT PERIODO-ACHADO-SIM
                   EXIT PARAGRAPH
               END-IF.
               IF PER-DIVERGE(WS-IND-PER) NOT = 'S'
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-LINHAS-CUPOM.
               MOVE AUD-ANO TO LC-ANO.
               MOVE AUD-MES TO LC-MES.
               MOVE AUD-FILIAL TO LC-FILIAL.
               MOVE AUD-SEQ TO LC-SEQ.
               MOVE AUD-TIPO TO LC-TIPO.
               MOVE AUD-DATA TO LC-DATA.
               MOVE AUD-OPERADOR TO LC-OPERADOR.
               MOVE AUD-VALOR TO LC-VALOR.
               MOVE AUD-LOTE TO LC-LOTE.
               IF AUD-TIPO = 'T' OR AUD-TIPO = 'U'
                   MOVE SPACES TO LC-LOJA
                   MOVE SPACES TO LC-DATA-VENDA
                   MOVE SPACES TO LC-CUPOM
                 ELSE
                   MOVE AUD-LOJA TO LC-LOJA
                   MOVE AUD-DATA-VENDA TO LC-DATA-VENDA
                   MOVE AUD-CUPOM TO LC-CUPOM
               END-IF.
               MOVE LINHA-CUPOM TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       GUARDAR-AJUSTE.
               IF WS-VALOR-AJUSTE = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'RELATORIO GRAVADO EM RELCONCI'.

       GRAVAR-RESULTADO-ETAPA.
               IF WS-COD-RETORNO LESS 4
                  AND (WS-TOTAL-DIVERGENCIAS NOT = ZEROS
                   OR WS-TOTAL-SEQ-FALHAS NOT = ZEROS
                   OR WS-AUD-IGNORADOS NOT = ZEROS
                   OR WS-SM-IGNORADOS NOT = ZEROS)
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               OPEN OUTPUT RESULTADO-FILE.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'CONCILIA' TO RE-PROGRAMA.
               MOVE WS-PARM TO RE-MODO.
               MOVE WS-COD-RETORNO TO RE-RETORNO.
               MOVE ZEROS TO RE-LOTES-OK.
               MOVE ZEROS TO RE-LOTES-REC.
               MOVE WS-QTDE-PERIODOS TO RE-POSTADOS.
               COMPUTE RE-REJEITADOS =
                       WS-AUD-IGNORADOS + WS-SM-IGNORADOS.
               COMPUTE RE-DIVERGENCIAS =
                       WS-TOTAL-DIVERGENCIAS + WS-TOTAL-SEQ-FALHAS.
               MOVE ZEROS TO RE-VALOR.
               MOVE ZEROS TO RE-LOTES-IGN.
               WRITE RESULTADO-RECORD.
               CLOSE RESULTADO-FILE.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
