       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFAUD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-HIST ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT ORDENACAO-FILE ASSIGN TO "SORTAUD".

           SELECT RELATORIO-FILE ASSIGN TO "RELVERIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT RESULTADO-FILE ASSIGN TO "RESETAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-DATA PIC 9(08).
           05 AUD-HORA PIC 9(08).
           05 AUD-ANO PIC 9(04).
           05 AUD-MES PIC 9(02).
           05 AUD-FILIAL PIC 9(03).
           05 AUD-SEQ PIC 9(05).
           05 AUD-TIPO PIC X(01).
           05 AUD-OPERADOR PIC X(08).
           05 AUD-VALOR PIC S9(07)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LOTE PIC X(08).
           05 AUD-LOJA PIC X(06).
           05 AUD-DATA-VENDA PIC X(08).
           05 AUD-CUPOM PIC X(10).
           05 AUD-QTDE-SELO REDEFINES AUD-CUPOM PIC 9(10).
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

       FD  AUDIT-HIST.
       01  AUDIT-HIST-RECORD PIC X(100).

       SD  ORDENACAO-FILE.
       01  ORDENACAO-RECORD.
           05 OR-ELO-NUM PIC 9(09).
           05 OR-ORIGEM PIC X(01).
           05 OR-LINHA PIC 9(07).
           05 OR-REGISTRO PIC X(100).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

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
       01  WS-REGISTRO-ELO.
           05 RG-DATA PIC 9(08).
           05 RG-HORA PIC 9(08).
           05 RG-ANO PIC 9(04).
           05 RG-MES PIC 9(02).
           05 RG-FILIAL PIC 9(03).
           05 RG-SEQ PIC 9(05).
           05 RG-TIPO PIC X(01).
           05 FILLER PIC X(40).
           05 RG-QTDE-SELO PIC 9(10).
           05 RG-ELO-NUM PIC 9(09).
           05 RG-ELO PIC 9(10).

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).
       01  WS-DATA-ATUAL-N REDEFINES WS-DATA-ATUAL
               PIC 9(08).

       01  LINHA-TITULO.
           05 FILLER PIC X(37)
               VALUE 'VERIFICACAO DA CADEIA DE AUDITORIA - '.
           05 LT-MODO PIC X(11).
           05 FILLER PIC X(13) VALUE '  EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).

       01  LINHA-CABECALHO.
           05 FILLER PIC X(18) VALUE ' ARQUIVO     LINHA'.
           05 FILLER PIC X(11) VALUE '        ELO'.
           05 FILLER PIC X(18) VALUE '  DATA     HORA   '.
           05 FILLER PIC X(17) VALUE '  TP FIL   SEQ   '.
           05 FILLER PIC X(10) VALUE 'OCORRENCIA'.

       01  LINHA-OCORRENCIA.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LO-ARQUIVO PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-LINHA PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-ELO-NUM PIC ZZZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LO-HORA PIC 9(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 LO-TIPO PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LO-FILIAL PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LO-SEQ PIC 9(05).
           05 FILLER PIC X(03) VALUE SPACES.
           05 LO-TEXTO PIC X(60).

       01  LINHA-RESUMO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LR-TEXTO PIC X(45).
           05 LR-VALOR PIC Z.ZZZ.ZZZ.ZZ9.

       01  LINHA-SELO.
           05 FILLER PIC X(23) VALUE ' ULTIMO SELO: ELO      '.
           05 LS-ELO-NUM PIC ZZZZZZZZ9.
           05 FILLER PIC X(04) VALUE ' EM '.
           05 LS-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LS-HORA PIC 9(08).
           05 FILLER PIC X(18) VALUE '  VALOR DE CHECK  '.
           05 LS-ELO PIC 9(10).

       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-AH-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.

       77  WS-AUD-EOF PIC X(01) VALUE 'N'.
           88 AUD-EOF-SIM VALUE 'S'.
       77  WS-AH-EOF PIC X(01) VALUE 'N'.
           88 AH-EOF-SIM VALUE 'S'.
       77  WS-ORD-EOF PIC X(01) VALUE 'N'.
           88 ORD-EOF-SIM VALUE 'S'.
       77  WS-MODO-SELAR PIC X(01) VALUE 'N'.
           88 MODO-SELAR-SIM VALUE 'S'.
       77  WS-ENCADEADO-LOG PIC X(01) VALUE 'N'.
           88 ENCADEADO-LOG-SIM VALUE 'S'.
       77  WS-PRIMEIRO-ELO PIC X(01) VALUE 'S'.
           88 PRIMEIRO-ELO-SIM VALUE 'S'.

       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-LINHA-LOG PIC 9(07) VALUE ZEROS.
       77  WS-LINHA-HIST PIC 9(07) VALUE ZEROS.
       77  WS-ULTIMO-NUM-LOG PIC 9(09) VALUE ZEROS.
       77  WS-ELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-ANT PIC 9(10) VALUE ZEROS.
       77  WS-ELO-CALC PIC 9(13) VALUE ZEROS.
       77  WS-ELO-POS PIC 9(03) VALUE ZEROS.
       77  WS-SELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-SELO-DATA PIC 9(08) VALUE ZEROS.
       77  WS-SELO-HORA PIC 9(08) VALUE ZEROS.
       77  WS-SELO-ELO PIC 9(10) VALUE ZEROS.
       77  WS-QTDE-ESPERADA PIC 9(10) VALUE ZEROS.
       77  WS-AUSENTE-DE PIC 9(09) VALUE ZEROS.
       77  WS-AUSENTE-ATE PIC 9(09) VALUE ZEROS.
       77  WS-AUSENTE-DE-X PIC Z(08)9.
       77  WS-AUSENTE-ATE-X PIC Z(08)9.
       77  WS-ANT-ARQUIVO PIC X(08) VALUE SPACES.
       77  WS-ANT-LINHA PIC 9(07) VALUE ZEROS.
       77  WS-ANT-LINHA-X PIC Z(06)9.
       77  WS-INICIO-CADEIA PIC X(16) VALUE HIGH-VALUES.

       77  WS-QTDE-ENCADEADOS PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-ENC-LOG PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-ENC-HIST PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-LEGADO-LOG PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-LEGADO-HIST PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-SELOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-APOS-SELO PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-QUEBRAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==  VERIFICACAO DA CADEIA AUDITLOG    =='.
               DISPLAY '========================================'.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               IF WS-PARM = 'SELAR'
                   MOVE 'S' TO WS-MODO-SELAR
                 ELSE
                   MOVE 'VERIFICA' TO WS-PARM
               END-IF.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               OPEN OUTPUT RELATORIO-FILE.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-FILE '
                           WS-REL-STATUS
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               PERFORM IMPRIMIR-TITULO.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITLOG ' WS-AUD-STATUS
                   MOVE ' AUDITLOG NAO DISPONIVEL - VERIFICACAO'
                       TO RELATORIO-REGISTRO
                   MOVE ' NAO EXECUTADA' TO RELATORIO-REGISTRO(39:14)
                   PERFORM GRAVAR-RELATORIO
                   CLOSE RELATORIO-FILE
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               CLOSE AUDIT-FILE.
               SORT ORDENACAO-FILE
                   ON ASCENDING KEY OR-ELO-NUM
                   INPUT PROCEDURE IS CARREGAR-ORDENACAO
                   OUTPUT PROCEDURE IS CONFERIR-CADEIA.
               PERFORM FECHAR-CADEIA.
               IF MODO-SELAR-SIM
                   PERFORM SELAR-CADEIA
               END-IF.
               PERFORM IMPRIMIR-RESUMO.
               CLOSE RELATORIO-FILE.
               IF WS-QTDE-QUEBRAS NOT = ZEROS
                   MOVE 8 TO WS-COD-RETORNO
               END-IF.
               DISPLAY 'REGISTROS ENCADEADOS: ' WS-QTDE-ENCADEADOS.
               DISPLAY 'SELOS CONFERIDOS:     ' WS-QTDE-SELOS.
               DISPLAY 'QUEBRAS NA CADEIA:    ' WS-QTDE-QUEBRAS.
               IF WS-QTDE-QUEBRAS NOT = ZEROS
                   DISPLAY '** CADEIA DE AUDITORIA VIOLADA - VER'
                           ' RELVERIF **'
               END-IF.
               DISPLAY 'RELATORIO GRAVADO EM RELVERIF'.
               PERFORM GRAVAR-RESULTADO-ETAPA.
               STOP RUN.

       IMPRIMIR-TITULO.
               MOVE WS-DATA-DD TO LT-DIA.
               MOVE WS-DATA-MM TO LT-MES.
               MOVE WS-DATA-AAAA TO LT-ANO.
               IF MODO-SELAR-SIM
                   MOVE 'SELAGEM' TO LT-MODO
                 ELSE
                   MOVE 'CONFERENCIA' TO LT-MODO
               END-IF.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       CARREGAR-ORDENACAO.
               PERFORM LOCALIZAR-INICIO-CADEIA.
               MOVE 'N' TO WS-AH-EOF.
               OPEN INPUT AUDIT-HIST.
               IF WS-AH-STATUS = '00'
                   PERFORM UNTIL AH-EOF-SIM
                       READ AUDIT-HIST
                           AT END MOVE 'S' TO WS-AH-EOF
                       END-READ
                       IF NOT AH-EOF-SIM
                           ADD 1 TO WS-LINHA-HIST
                           PERFORM LIBERAR-HISTORICO
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-HIST
               END-IF.
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
                       ADD 1 TO WS-LINHA-LOG
                       PERFORM LIBERAR-AUDITLOG
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.

       LOCALIZAR-INICIO-CADEIA.
               MOVE HIGH-VALUES TO WS-INICIO-CADEIA.
               MOVE 'N' TO WS-AH-EOF.
               OPEN INPUT AUDIT-HIST.
               IF WS-AH-STATUS = '00'
                   PERFORM UNTIL AH-EOF-SIM
                       READ AUDIT-HIST
                           AT END MOVE 'S' TO WS-AH-EOF
                       END-READ
                       IF NOT AH-EOF-SIM
                           MOVE AUDIT-HIST-RECORD TO WS-REGISTRO-ELO
                           PERFORM GUARDAR-INICIO-CADEIA
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-HIST
               END-IF.
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
                       MOVE AUDIT-RECORD TO WS-REGISTRO-ELO
                       PERFORM GUARDAR-INICIO-CADEIA
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.

       GUARDAR-INICIO-CADEIA.
               IF RG-ELO-NUM IS NOT NUMERIC OR RG-ELO-NUM = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF WS-REGISTRO-ELO(1:16) LESS WS-INICIO-CADEIA
                   MOVE WS-REGISTRO-ELO(1:16) TO WS-INICIO-CADEIA
               END-IF.

       LIBERAR-HISTORICO.
               MOVE AUDIT-HIST-RECORD TO WS-REGISTRO-ELO.
               IF RG-ELO-NUM IS NOT NUMERIC OR RG-ELO-NUM = ZEROS
                   ADD 1 TO WS-QTDE-LEGADO-HIST
                   IF WS-REGISTRO-ELO(1:16) NOT LESS WS-INICIO-CADEIA
                       MOVE 'AUDHIST' TO LO-ARQUIVO
                       MOVE WS-LINHA-HIST TO LO-LINHA
                       MOVE 'REGISTRO SEM ELO APOS O INICIO DA CADEIA'
                           TO LO-TEXTO
                       MOVE ' - INSERIDO' TO LO-TEXTO(41:11)
                       PERFORM IMPRIMIR-OCORRENCIA
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-ENC-HIST.
               MOVE RG-ELO-NUM TO OR-ELO-NUM.
               MOVE 'H' TO OR-ORIGEM.
               MOVE WS-LINHA-HIST TO OR-LINHA.
               MOVE AUDIT-HIST-RECORD TO OR-REGISTRO.
               RELEASE ORDENACAO-RECORD.

       LIBERAR-AUDITLOG.
               MOVE AUDIT-RECORD TO WS-REGISTRO-ELO.
               IF RG-ELO-NUM IS NOT NUMERIC OR RG-ELO-NUM = ZEROS
                   ADD 1 TO WS-QTDE-LEGADO-LOG
                   IF ENCADEADO-LOG-SIM
                      OR WS-REGISTRO-ELO(1:16) NOT LESS
                         WS-INICIO-CADEIA
                       MOVE 'AUDITLOG' TO LO-ARQUIVO
                       MOVE WS-LINHA-LOG TO LO-LINHA
                       MOVE 'REGISTRO SEM ELO APOS O INICIO DA CADEIA'
                           TO LO-TEXTO
                       MOVE ' - INSERIDO' TO LO-TEXTO(41:11)
                       PERFORM IMPRIMIR-OCORRENCIA
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               IF ENCADEADO-LOG-SIM
                  AND RG-ELO-NUM NOT GREATER WS-ULTIMO-NUM-LOG
                   MOVE 'AUDITLOG' TO LO-ARQUIVO
                   MOVE WS-LINHA-LOG TO LO-LINHA
                   MOVE 'ELO FORA DE ORDEM NO AUDITLOG - REGISTRO'
                       TO LO-TEXTO
                   MOVE ' MOVIDO OU INSERIDO' TO LO-TEXTO(41:19)
                   PERFORM IMPRIMIR-OCORRENCIA
                 ELSE
                   MOVE RG-ELO-NUM TO WS-ULTIMO-NUM-LOG
               END-IF.
               MOVE 'S' TO WS-ENCADEADO-LOG.
               ADD 1 TO WS-QTDE-ENC-LOG.
               MOVE RG-ELO-NUM TO OR-ELO-NUM.
               MOVE 'L' TO OR-ORIGEM.
               MOVE WS-LINHA-LOG TO OR-LINHA.
               MOVE AUDIT-RECORD TO OR-REGISTRO.
               RELEASE ORDENACAO-RECORD.

       CONFERIR-CADEIA.
               MOVE 'N' TO WS-ORD-EOF.
               MOVE 'S' TO WS-PRIMEIRO-ELO.
               MOVE ZEROS TO WS-ELO-NUM-ANT.
               MOVE ZEROS TO WS-ELO-ANT.
               PERFORM UNTIL ORD-EOF-SIM
                   RETURN ORDENACAO-FILE
                       AT END MOVE 'S' TO WS-ORD-EOF
                   END-RETURN
                   IF NOT ORD-EOF-SIM
                       PERFORM CONFERIR-ELO
                   END-IF
               END-PERFORM.

       CONFERIR-ELO.
               MOVE OR-REGISTRO TO WS-REGISTRO-ELO.
               ADD 1 TO WS-QTDE-ENCADEADOS.
               IF OR-ORIGEM = 'L'
                   MOVE 'AUDITLOG' TO LO-ARQUIVO
                 ELSE
                   MOVE 'AUDHIST' TO LO-ARQUIVO
               END-IF.
               MOVE OR-LINHA TO LO-LINHA.
               IF NOT PRIMEIRO-ELO-SIM
                  AND RG-ELO-NUM = WS-ELO-NUM-ANT
                   MOVE WS-ANT-LINHA TO WS-ANT-LINHA-X
                   MOVE SPACES TO LO-TEXTO
                   STRING 'ELO REPETIDO (JA VISTO EM '
                          DELIMITED BY SIZE
                          WS-ANT-ARQUIVO DELIMITED BY SPACE
                          ' LINHA ' WS-ANT-LINHA-X
                          ') - INSERIDO' DELIMITED BY SIZE
                       INTO LO-TEXTO
                   END-STRING
                   PERFORM IMPRIMIR-OCORRENCIA
                   EXIT PARAGRAPH
               END-IF.
               IF RG-ELO-NUM GREATER WS-ELO-NUM-ANT + 1
                   COMPUTE WS-AUSENTE-DE = WS-ELO-NUM-ANT + 1
                   COMPUTE WS-AUSENTE-ATE = RG-ELO-NUM - 1
                   MOVE WS-AUSENTE-DE TO WS-AUSENTE-DE-X
                   MOVE WS-AUSENTE-ATE TO WS-AUSENTE-ATE-X
                   MOVE SPACES TO LO-TEXTO
                   STRING 'FALTAM OS ELOS ' WS-AUSENTE-DE-X
                          ' A ' WS-AUSENTE-ATE-X
                          ' ANTES DESTE - EXCLUIDOS'
                          DELIMITED BY SIZE
                       INTO LO-TEXTO
                   END-STRING
                   PERFORM IMPRIMIR-OCORRENCIA
                 ELSE
                   PERFORM CALCULAR-ELO
                   IF WS-ELO-CALC NOT = RG-ELO
                      OR RG-ELO IS NOT NUMERIC
                       MOVE 'CHECK NAO CONFERE - REGISTRO OU O ANTERIOR'
                           TO LO-TEXTO
                       MOVE ' ALTERADO' TO LO-TEXTO(43:9)
                       PERFORM IMPRIMIR-OCORRENCIA
                   END-IF
               END-IF.
               IF RG-TIPO = 'S'
                   PERFORM CONFERIR-SELO
               END-IF.
               MOVE 'N' TO WS-PRIMEIRO-ELO.
               MOVE RG-ELO-NUM TO WS-ELO-NUM-ANT.
               MOVE RG-ELO TO WS-ELO-ANT.
               MOVE LO-ARQUIVO TO WS-ANT-ARQUIVO.
               MOVE OR-LINHA TO WS-ANT-LINHA.

       CALCULAR-ELO.
               MOVE WS-ELO-ANT TO WS-ELO-CALC.
               PERFORM VARYING WS-ELO-POS FROM 1 BY 1
                       UNTIL WS-ELO-POS GREATER 90
                   COMPUTE WS-ELO-CALC = FUNCTION MOD(
                           WS-ELO-CALC * 131 + FUNCTION ORD(
                           WS-REGISTRO-ELO(WS-ELO-POS:1)), 9999999967)
               END-PERFORM.

       CONFERIR-SELO.
               COMPUTE WS-QTDE-ESPERADA =
                       RG-ELO-NUM - WS-SELO-NUM-ANT - 1.
               IF RG-QTDE-SELO IS NOT NUMERIC
                  OR RG-QTDE-SELO NOT = WS-QTDE-ESPERADA
                   MOVE 'SELO NAO CONFERE COM A QUANTIDADE DE'
                       TO LO-TEXTO
                   MOVE ' REGISTROS SELADOS' TO LO-TEXTO(37:18)
                   PERFORM IMPRIMIR-OCORRENCIA
               END-IF.
               ADD 1 TO WS-QTDE-SELOS.
               MOVE RG-ELO-NUM TO WS-SELO-NUM-ANT.
               MOVE RG-DATA TO WS-SELO-DATA.
               MOVE RG-HORA TO WS-SELO-HORA.
               MOVE RG-ELO TO WS-SELO-ELO.

       FECHAR-CADEIA.
               COMPUTE WS-QTDE-APOS-SELO =
                       WS-ELO-NUM-ANT - WS-SELO-NUM-ANT.

       SELAR-CADEIA.
               IF WS-QTDE-QUEBRAS NOT = ZEROS
                   MOVE ' CADEIA COM QUEBRAS - SELO NAO GRAVADO'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTDE-APOS-SELO = ZEROS
                  AND WS-QTDE-ENCADEADOS NOT = ZEROS
                   MOVE ' NENHUM REGISTRO DESDE O ULTIMO SELO'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITLOG ' WS-AUD-STATUS
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
               MOVE WS-DATA-ATUAL-N TO AUD-DATA.
               ACCEPT AUD-HORA FROM TIME.
               MOVE WS-DATA-AAAA TO AUD-ANO.
               MOVE WS-DATA-MM TO AUD-MES.
               MOVE ZEROS TO AUD-FILIAL.
               MOVE ZEROS TO AUD-SEQ.
               MOVE 'S' TO AUD-TIPO.
               MOVE 'VERIFAUD' TO AUD-OPERADOR.
               MOVE ZEROS TO AUD-VALOR.
               MOVE 'DIARIO' TO AUD-LOTE.
               MOVE WS-QTDE-APOS-SELO TO AUD-QTDE-SELO.
               COMPUTE AUD-ELO-NUM = WS-ELO-NUM-ANT + 1.
               MOVE AUDIT-RECORD TO WS-REGISTRO-ELO.
               PERFORM CALCULAR-ELO.
               MOVE WS-ELO-CALC TO AUD-ELO.
               WRITE AUDIT-RECORD.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR SELO ' WS-AUD-STATUS
                   MOVE 12 TO WS-COD-RETORNO
                 ELSE
                   ADD 1 TO WS-ELO-NUM-ANT
                   MOVE WS-ELO-NUM-ANT TO WS-SELO-NUM-ANT
                   MOVE AUD-DATA TO WS-SELO-DATA
                   MOVE AUD-HORA TO WS-SELO-HORA
                   MOVE WS-ELO-CALC TO WS-SELO-ELO
                   ADD 1 TO WS-QTDE-SELOS
                   MOVE ' SELO DIARIO GRAVADO NO AUDITLOG'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.
               CLOSE AUDIT-FILE.

       IMPRIMIR-OCORRENCIA.
               ADD 1 TO WS-QTDE-QUEBRAS.
               MOVE RG-ELO-NUM TO LO-ELO-NUM.
               IF RG-ELO-NUM IS NOT NUMERIC
                   MOVE ZEROS TO LO-ELO-NUM
               END-IF.
               MOVE RG-DATA TO LO-DATA.
               MOVE RG-HORA TO LO-HORA.
               MOVE RG-TIPO TO LO-TIPO.
               MOVE RG-FILIAL TO LO-FILIAL.
               MOVE RG-SEQ TO LO-SEQ.
               MOVE LINHA-OCORRENCIA TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO LO-TEXTO.

       IMPRIMIR-RESUMO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               IF WS-QTDE-QUEBRAS = ZEROS
                   MOVE ' CADEIA INTEGRA - NENHUMA QUEBRA ENCONTRADA'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   MOVE SPACES TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.
               MOVE 'REGISTROS ENCADEADOS NO AUDITLOG' TO LR-TEXTO.
               MOVE WS-QTDE-ENC-LOG TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               MOVE 'REGISTROS ENCADEADOS NO AUDHIST' TO LR-TEXTO.
               MOVE WS-QTDE-ENC-HIST TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               MOVE 'REGISTROS ANTERIORES A CADEIA - AUDITLOG'
                   TO LR-TEXTO.
               MOVE WS-QTDE-LEGADO-LOG TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               MOVE 'REGISTROS ANTERIORES A CADEIA - AUDHIST'
                   TO LR-TEXTO.
               MOVE WS-QTDE-LEGADO-HIST TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               MOVE 'ULTIMO ELO DA CADEIA' TO LR-TEXTO.
               MOVE WS-ELO-NUM-ANT TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               MOVE 'SELOS CONFERIDOS' TO LR-TEXTO.
               MOVE WS-QTDE-SELOS TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               MOVE 'REGISTROS AINDA NAO SELADOS' TO LR-TEXTO.
               COMPUTE LR-VALOR = WS-ELO-NUM-ANT - WS-SELO-NUM-ANT.
               PERFORM GRAVAR-RESUMO.
               MOVE 'QUEBRAS NA CADEIA' TO LR-TEXTO.
               MOVE WS-QTDE-QUEBRAS TO LR-VALOR.
               PERFORM GRAVAR-RESUMO.
               IF WS-SELO-NUM-ANT NOT = ZEROS
                   MOVE SPACES TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   MOVE WS-SELO-NUM-ANT TO LS-ELO-NUM
                   MOVE WS-SELO-DATA TO LS-DATA
                   MOVE WS-SELO-HORA TO LS-HORA
                   MOVE WS-SELO-ELO TO LS-ELO
                   MOVE LINHA-SELO TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   MOVE ' CONFIRA O VALOR DE CHECK COM O DO RELVERIF'
                       TO RELATORIO-REGISTRO
                   MOVE ' ANTERIOR ARQUIVADO'
                       TO RELATORIO-REGISTRO(45:19)
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       GRAVAR-RESUMO.
               MOVE LINHA-RESUMO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO '
                           WS-REL-STATUS
               END-IF.

       GRAVAR-RESULTADO-ETAPA.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               OPEN OUTPUT RESULTADO-FILE.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'VERIFAUD' TO RE-PROGRAMA.
               MOVE WS-PARM TO RE-MODO.
               MOVE WS-COD-RETORNO TO RE-RETORNO.
               MOVE ZEROS TO RE-LOTES-OK.
               MOVE ZEROS TO RE-LOTES-REC.
               MOVE WS-QTDE-ENCADEADOS TO RE-POSTADOS.
               MOVE ZEROS TO RE-REJEITADOS.
               MOVE WS-QTDE-QUEBRAS TO RE-DIVERGENCIAS.
               MOVE ZEROS TO RE-VALOR.
               MOVE ZEROS TO RE-LOTES-IGN.
               WRITE RESULTADO-RECORD.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
               END-IF.
               CLOSE RESULTADO-FILE.
