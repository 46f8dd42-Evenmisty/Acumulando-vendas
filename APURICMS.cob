       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURICMS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-MASTER ASSIGN TO "SALESMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WS-SM-STATUS.

           SELECT FILIAL-FILE ASSIGN TO "FILIALMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-FILIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT ALIQUOTA-FILE ASSIGN TO "ALIQICMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "CTRLICMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHAVE
               FILE STATUS IS WS-CI-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELICMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "FISCEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-MASTER.
       01  SALES-MASTER-RECORD.
           05 SM-CHAVE.
               10 SM-ANO PIC 9(04).
               10 SM-MES PIC 9(02).
               10 SM-FILIAL PIC 9(03).
           05 SM-ACUM PIC 9(07)V99.
           05 SM-DEVOL PIC 9(07)V99.
           05 SM-QTDE-LANCAMENTOS PIC 9(05).
           05 SM-SEQ-AUDITORIA PIC 9(05).
           05 SM-SITUACAO PIC X(01).

       FD  FILIAL-FILE.
       01  FILIAL-RECORD.
           05 FL-FILIAL PIC 9(03).
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  ALIQUOTA-FILE.
       01  ALIQUOTA-RECORD.
           05 AQ-UF PIC X(02).
           05 AQ-VIGENCIA PIC 9(08).
           05 AQ-ALIQUOTA PIC 9(02)V99.

       FD  CONTROLE-FILE.
       01  CONTROLE-RECORD.
           05 CI-CHAVE.
               10 CI-ANO PIC 9(04).
               10 CI-MES PIC 9(02).
               10 CI-FILIAL PIC 9(03).
           05 CI-SITUACAO PIC X(01).
               88 CI-ENTREGUE VALUE 'E'.
               88 CI-RETIFICADO VALUE 'R'.
               88 CI-PENDENTE VALUE 'P'.
           05 CI-UF PIC X(02).
           05 CI-ALIQUOTA PIC 9(02)V99.
           05 CI-ACUM PIC 9(07)V99.
           05 CI-DEVOL PIC 9(07)V99.
           05 CI-DEBITO PIC 9(09)V99.
           05 CI-CREDITO PIC 9(09)V99.
           05 CI-DATA-ENTREGA PIC 9(08).
           05 CI-DATA-RETIFICACAO PIC 9(08).
           05 CI-QTDE-RETIFICACOES PIC 9(03).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       FD  FISCAL-FILE.
       01  FISCAL-REGISTRO.
           05 FX-TIPO PIC X(01).
           05 FX-DADOS PIC X(70).
           05 FX-DADOS-DETALHE REDEFINES FX-DADOS.
               10 FX-FILIAL PIC 9(03).
               10 FX-UF PIC X(02).
               10 FX-ANO PIC 9(04).
               10 FX-MES PIC 9(02).
               10 FX-ESPECIE PIC X(01).
               10 FX-BASE PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FX-ALIQUOTA PIC 9(02)V99.
               10 FX-DEBITO PIC 9(09)V99.
               10 FX-CREDITO PIC 9(09)V99.
               10 FX-SALDO PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FILLER PIC X(08).
           05 FX-DADOS-CABECALHO REDEFINES FX-DADOS.
               10 FX-DATA-GERACAO PIC 9(08).
               10 FX-REFERENCIA PIC 9(06).
               10 FILLER PIC X(56).
           05 FX-DADOS-RODAPE REDEFINES FX-DADOS.
               10 FX-TOT-REGISTROS PIC 9(05).
               10 FX-TOT-DEBITO PIC 9(11)V99.
               10 FX-TOT-CREDITO PIC 9(11)V99.
               10 FX-TOT-SALDO PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FILLER PIC X(25).

       WORKING-STORAGE SECTION.
       01  TABELA-ALIQUOTAS.
           05 ALIQUOTA-UF OCCURS 500 TIMES.
               10 TA-UF PIC X(02).
               10 TA-VIGENCIA PIC 9(08).
               10 TA-ALIQUOTA PIC 9(02)V99.

       01  TABELA-LIVRO.
           05 LINHA-LIVRO OCCURS 2000 TIMES.
               10 IL-ANO PIC 9(04).
               10 IL-MES PIC 9(02).
               10 IL-FILIAL PIC 9(03).
               10 IL-NOME PIC X(20).
               10 IL-UF PIC X(02).
               10 IL-REGIME PIC X(01).
               10 IL-CLASSE PIC X(01).
               10 IL-ALIQUOTA PIC 9(02)V99.
               10 IL-BASE PIC S9(09)V99.
               10 IL-DEBITO PIC 9(09)V99.
               10 IL-CREDITO PIC 9(09)V99.
               10 IL-SALDO PIC S9(09)V99.
               10 IL-DIF-SALDO PIC S9(09)V99.
               10 IL-OBS PIC X(20).

       01  TABELA-UF.
           05 TOTAL-UF OCCURS 30 TIMES.
               10 TU-UF PIC X(02).
               10 TU-QTDE PIC 9(05).
               10 TU-BASE PIC S9(11)V99.
               10 TU-DEBITO PIC 9(11)V99.
               10 TU-CREDITO PIC 9(11)V99.
               10 TU-SALDO PIC S9(11)V99.

       01  TABELA-FILIAIS.
           05 TOTAL-FILIAL OCCURS 999 TIMES.
               10 TF-QTDE PIC 9(05).
               10 TF-NOME PIC X(20).
               10 TF-UF PIC X(02).
               10 TF-REGIME PIC X(01).
               10 TF-BASE PIC S9(11)V99.
               10 TF-DEBITO PIC 9(11)V99.
               10 TF-CREDITO PIC 9(11)V99.
               10 TF-SALDO PIC S9(11)V99.

       01  WS-PERIODO-PARM.
           05 WS-PARM-ANO PIC 9(04).
           05 WS-PARM-MES PIC 9(02).
       01  WS-PERIODO-PARM-X REDEFINES WS-PERIODO-PARM
                                 PIC X(06).

       01  WS-INICIO-PERIODO.
           05 WS-INICIO-ANO PIC 9(04).
           05 WS-INICIO-MES PIC 9(02).
           05 WS-INICIO-DIA PIC 9(02).
       01  WS-INICIO-PERIODO-N REDEFINES WS-INICIO-PERIODO
                                 PIC 9(08).

       01  LINHA-TITULO.
           05 FILLER PIC X(41)
               VALUE 'LIVRO DE APURACAO DO ICMS POR FILIAL E UF'.
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).
           05 FILLER PIC X(04) VALUE SPACES.
           05 LT-FILTRO PIC X(20).

       01  LINHA-SECAO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LS-TEXTO PIC X(60).

       01  LINHA-CABECALHO.
           05 FILLER PIC X(12) VALUE ' ANO/MES/FIL'.
           05 FILLER PIC X(21) VALUE ' NOME'.
           05 FILLER PIC X(04) VALUE '  UF'.
           05 FILLER PIC X(03) VALUE ' RG'.
           05 FILLER PIC X(07) VALUE '   ALIQ'.
           05 FILLER PIC X(16) VALUE '      BASE CALC.'.
           05 FILLER PIC X(15) VALUE '         DEBITO'.
           05 FILLER PIC X(15) VALUE '        CREDITO'.
           05 FILLER PIC X(16) VALUE '   ICMS A RECOL.'.
           05 FILLER PIC X(22) VALUE '  OBSERVACAO'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE '/'.
           05 LD-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LD-FILIAL PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-NOME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-UF PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-REGIME PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ALIQUOTA PIC Z9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-BASE PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DEBITO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-CREDITO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SALDO PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-OBS PIC X(20).

       01  LINHA-TOTAL.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LTO-TEXTO PIC X(25).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LTO-QTDE PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE ' PERIODOS '.
           05 LTO-BASE PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LTO-DEBITO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LTO-CREDITO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LTO-SALDO PIC Z.ZZZ.ZZZ.ZZ9,99-.

       01  WS-DATA-RELATORIO.
           05 WS-DATA-REL-AAAA PIC 9(04).
           05 WS-DATA-REL-MM PIC 9(02).
           05 WS-DATA-REL-DD PIC 9(02).

       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-FL-STATUS PIC X(02) VALUE '00'.
       77  WS-AQ-STATUS PIC X(02) VALUE '00'.
       77  WS-CI-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.
       77  WS-FX-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.

       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-AQ-EOF PIC X(01) VALUE 'N'.
           88 AQ-EOF-SIM VALUE 'S'.
       77  WS-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA-SIM VALUE 'S'.
       77  WS-ERRO-TABELA PIC X(01) VALUE 'N'.
           88 ERRO-TABELA-SIM VALUE 'S'.
       77  WS-COM-FILTRO PIC X(01) VALUE 'N'.
           88 COM-FILTRO-SIM VALUE 'S'.
       77  WS-TEM-FILIAL PIC X(01) VALUE 'N'.
           88 TEM-FILIAL-SIM VALUE 'S'.
       77  WS-TEM-ALIQUOTA PIC X(01) VALUE 'N'.
           88 TEM-ALIQUOTA-SIM VALUE 'S'.
       77  WS-TEM-CONTROLE PIC X(01) VALUE 'N'.
           88 TEM-CONTROLE-SIM VALUE 'S'.
       77  WS-ALTERADO PIC X(01) VALUE 'N'.
           88 ALTERADO-SIM VALUE 'S'.
       77  WS-ACHOU-UF PIC X(01) VALUE 'N'.
           88 ACHOU-UF-SIM VALUE 'S'.
       77  WS-POSICAO-UF PIC X(01) VALUE 'N'.
           88 POSICAO-UF-SIM VALUE 'S'.

       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-QTDE-ALIQUOTAS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-LINHAS PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-UF PIC 9(02) VALUE ZEROS.
       77  WS-IND PIC 9(04) VALUE ZEROS.
       77  WS-IND-UF PIC 9(02) VALUE ZEROS.
       77  WS-IND-AUX PIC 9(02) VALUE ZEROS.
       77  WS-IND-FIL PIC 9(03) VALUE ZEROS.
       77  WS-VIGENCIA-ACHADA PIC 9(08) VALUE ZEROS.
       77  WS-CLASSE PIC X(01) VALUE SPACES.
       77  WS-OBS PIC X(20) VALUE SPACES.
       77  WS-UF PIC X(02) VALUE SPACES.
       77  WS-REGIME PIC X(01) VALUE SPACES.
       77  WS-NOME-FILIAL PIC X(30) VALUE SPACES.
       77  WS-ALIQUOTA PIC 9(02)V99 VALUE ZEROS.
       77  WS-BASE PIC S9(09)V99 VALUE ZEROS.
       77  WS-DEBITO PIC 9(09)V99 VALUE ZEROS.
       77  WS-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALDO PIC S9(09)V99 VALUE ZEROS.
       77  WS-SALDO-ENTREGUE PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTDE-ENTREGUES PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-RETIFICADOS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SIMPLES PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-SEM-ALIQUOTA PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-JA-ENTREGUES PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-REABERTOS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-ERRO-EXTRATO PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-EXTRATO PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-QTDE PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-BASE PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DEBITO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CREDITO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-SALDO PIC S9(11)V99 VALUE ZEROS.
       77  WS-EXTR-DEBITO PIC 9(11)V99 VALUE ZEROS.
       77  WS-EXTR-CREDITO PIC 9(11)V99 VALUE ZEROS.
       77  WS-EXTR-SALDO PIC S9(11)V99 VALUE ZEROS.
       77  WS-DATA-ATUAL PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==   APURACAO MENSAL DE ICMS          =='.
               DISPLAY '========================================'.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               PERFORM OBTER-FILTRO.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               PERFORM ABRIR-ARQUIVOS.
               IF NOT ERRO-ABERTURA-SIM
                   PERFORM CARREGAR-ALIQUOTAS
               END-IF.
               IF ERRO-ABERTURA-SIM OR ERRO-TABELA-SIM
                   DISPLAY '** APURACAO NAO EXECUTADA **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO WS-COD-RETORNO
                   MOVE WS-COD-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM ABRIR-EXTRATO-FISCAL.
               IF ERRO-ABERTURA-SIM
                   DISPLAY '** APURACAO NAO EXECUTADA **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO WS-COD-RETORNO
                   MOVE WS-COD-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM APURAR-PERIODOS.
               PERFORM FECHAR-EXTRATO-FISCAL.
               PERFORM IMPRIMIR-LIVRO.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'PERIODOS ENTREGUES:       '
                       WS-QTDE-ENTREGUES.
               DISPLAY 'PERIODOS RETIFICADOS:     '
                       WS-QTDE-RETIFICADOS.
               DISPLAY 'PERIODOS SIMPLES NACIONAL:'
                       WS-QTDE-SIMPLES.
               DISPLAY 'PERIODOS SEM ALIQUOTA:    '
                       WS-QTDE-SEM-ALIQUOTA.
               DISPLAY 'PERIODOS JA ENTREGUES:    '
                       WS-QTDE-JA-ENTREGUES.
               DISPLAY 'ENTREGUES E REABERTOS:    '
                       WS-QTDE-REABERTOS.
               DISPLAY 'PERIODOS COM ERRO EXTRATO:'
                       WS-QTDE-ERRO-EXTRATO.
               DISPLAY 'ICMS A RECOLHER NO EXTRATO: '
                       WS-EXTR-SALDO.
               DISPLAY 'RELATORIO GRAVADO EM RELICMS'.
               DISPLAY 'EXTRATO FISCAL GRAVADO EM FISCEXTR'.
               IF WS-QTDE-SEM-ALIQUOTA NOT = ZEROS
                  OR WS-QTDE-REABERTOS NOT = ZEROS
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               IF ERRO-TABELA-SIM
                  OR WS-QTDE-ERRO-EXTRATO NOT = ZEROS
                   MOVE 8 TO WS-COD-RETORNO
               END-IF.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               STOP RUN.

       OBTER-FILTRO.
               MOVE 'N' TO WS-COM-FILTRO.
               MOVE SPACES TO LT-FILTRO.
               MOVE WS-PARM(1:6) TO WS-PERIODO-PARM-X.
               IF WS-PERIODO-PARM-X IS NUMERIC
                  AND WS-PARM-MES GREATER ZEROS
                  AND WS-PARM-MES LESS 13
                   MOVE 'S' TO WS-COM-FILTRO
                   DISPLAY 'PERIODO APURADO: ' WS-PARM-MES '/'
                           WS-PARM-ANO
                   STRING 'PERIODO ' WS-PARM-MES '/' WS-PARM-ANO
                       DELIMITED BY SIZE INTO LT-FILTRO
                   END-STRING
                 ELSE
                   MOVE ZEROS TO WS-PERIODO-PARM
                   DISPLAY 'APURANDO TODOS OS PERIODOS FECHADOS'
               END-IF.

       ABRIR-ARQUIVOS.
               OPEN INPUT SALES-MASTER.
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALES-MASTER '
                           WS-SM-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

               OPEN INPUT FILIAL-FILE.
               IF WS-FL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FILIALMF ' WS-FL-STATUS
                   DISPLAY '** SEM CADASTRO NAO HA UF NEM REGIME **'
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

               OPEN I-O CONTROLE-FILE.
               IF WS-CI-STATUS = '35'
                   OPEN OUTPUT CONTROLE-FILE
                   CLOSE CONTROLE-FILE
                   OPEN I-O CONTROLE-FILE
               END-IF.
               IF WS-CI-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CTRLICMS ' WS-CI-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

               OPEN OUTPUT RELATORIO-FILE.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-FILE '
                           WS-REL-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

       ENCERRAR-ARQUIVOS.
               CLOSE SALES-MASTER.
               CLOSE FILIAL-FILE.
               CLOSE CONTROLE-FILE.
               CLOSE RELATORIO-FILE.

       CARREGAR-ALIQUOTAS.
               MOVE ZEROS TO WS-QTDE-ALIQUOTAS.
               MOVE 'N' TO WS-AQ-EOF.
               OPEN INPUT ALIQUOTA-FILE.
               IF WS-AQ-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ALIQICMS ' WS-AQ-STATUS
                   DISPLAY '** SEM TABELA DE ALIQUOTAS - NENHUM'
                   DISPLAY '** PERIODO SERIA APURADO **'
                   MOVE 'S' TO WS-ERRO-TABELA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL AQ-EOF-SIM
                   READ ALIQUOTA-FILE
                       AT END MOVE 'S' TO WS-AQ-EOF
                   END-READ
                   IF NOT AQ-EOF-SIM
                       IF AQ-VIGENCIA IS NOT NUMERIC
                          OR AQ-ALIQUOTA IS NOT NUMERIC
                          OR AQ-UF = SPACES
                           DISPLAY 'AVISO: LINHA INVALIDA EM ALIQICMS '
                                   ALIQUOTA-RECORD
                         ELSE
                           PERFORM GUARDAR-ALIQUOTA
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE ALIQUOTA-FILE.
               IF WS-QTDE-ALIQUOTAS = ZEROS
                   DISPLAY '** ALIQICMS VAZIO - NENHUM PERIODO'
                   DISPLAY '** SERIA APURADO **'
                   MOVE 'S' TO WS-ERRO-TABELA
               END-IF.

       GUARDAR-ALIQUOTA.
               IF WS-QTDE-ALIQUOTAS LESS 500
                   ADD 1 TO WS-QTDE-ALIQUOTAS
                   MOVE AQ-UF TO TA-UF(WS-QTDE-ALIQUOTAS)
                   MOVE AQ-VIGENCIA
                       TO TA-VIGENCIA(WS-QTDE-ALIQUOTAS)
                   MOVE AQ-ALIQUOTA
                       TO TA-ALIQUOTA(WS-QTDE-ALIQUOTAS)
                 ELSE
                   DISPLAY '** TABELA DE ALIQUOTAS CHEIA **'
                   MOVE 'S' TO WS-ERRO-TABELA
                   MOVE 'S' TO WS-AQ-EOF
               END-IF.

       ABRIR-EXTRATO-FISCAL.
               OPEN OUTPUT FISCAL-FILE.
               IF WS-FX-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FISCEXTR ' WS-FX-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO FISCAL-REGISTRO.
               MOVE 'H' TO FX-TIPO.
               MOVE WS-DATA-ATUAL TO FX-DATA-GERACAO.
               MOVE WS-PERIODO-PARM TO FX-REFERENCIA.
               WRITE FISCAL-REGISTRO.
               IF WS-FX-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FISCEXTR ' WS-FX-STATUS
               END-IF.

       FECHAR-EXTRATO-FISCAL.
               MOVE SPACES TO FISCAL-REGISTRO.
               MOVE 'T' TO FX-TIPO.
               MOVE WS-QTDE-EXTRATO TO FX-TOT-REGISTROS.
               MOVE WS-EXTR-DEBITO TO FX-TOT-DEBITO.
               MOVE WS-EXTR-CREDITO TO FX-TOT-CREDITO.
               MOVE WS-EXTR-SALDO TO FX-TOT-SALDO.
               WRITE FISCAL-REGISTRO.
               IF WS-FX-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FISCEXTR ' WS-FX-STATUS
               END-IF.
               CLOSE FISCAL-FILE.

       APURAR-PERIODOS.
               MOVE 'N' TO WS-SM-EOF.
               MOVE LOW-VALUES TO SM-CHAVE.
               IF COM-FILTRO-SIM
                   MOVE WS-PARM-ANO TO SM-ANO
                   MOVE WS-PARM-MES TO SM-MES
                   MOVE ZEROS TO SM-FILIAL
               END-IF.
               START SALES-MASTER KEY IS GREATER THAN OR EQUAL
                       SM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SM-EOF
               END-START.
               IF WS-SM-STATUS NOT = '00'
                   MOVE 'S' TO WS-SM-EOF
               END-IF.
               PERFORM UNTIL SM-EOF-SIM
                   READ SALES-MASTER NEXT RECORD
                       AT END MOVE 'S' TO WS-SM-EOF
                   END-READ
                   IF WS-SM-STATUS NOT = '00'
                       MOVE 'S' TO WS-SM-EOF
                   END-IF
                   IF NOT SM-EOF-SIM AND COM-FILTRO-SIM
                      AND (SM-ANO NOT = WS-PARM-ANO
                       OR SM-MES NOT = WS-PARM-MES)
                       MOVE 'S' TO WS-SM-EOF
                   END-IF
                   IF NOT SM-EOF-SIM
                       PERFORM APURAR-PERIODO
                   END-IF
               END-PERFORM.

       APURAR-PERIODO.
               PERFORM LER-CONTROLE.
               IF SM-SITUACAO NOT = 'F'
                   IF TEM-CONTROLE-SIM
                       PERFORM VERIFICAR-REABERTO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               IF TEM-CONTROLE-SIM
                  AND CI-ACUM = SM-ACUM
                  AND CI-DEVOL = SM-DEVOL
                   ADD 1 TO WS-QTDE-JA-ENTREGUES
                   IF CI-PENDENTE
                       MOVE 'E' TO CI-SITUACAO
                       PERFORM REGRAVAR-CONTROLE
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               PERFORM LER-FILIAL.
               IF WS-REGIME = 'S'
                   MOVE ZEROS TO WS-ALIQUOTA
                   PERFORM CALCULAR-ICMS
                   MOVE ZEROS TO WS-SALDO-ENTREGUE
                   MOVE 'S' TO WS-CLASSE
                   MOVE 'SIMPLES NACIONAL' TO WS-OBS
                   PERFORM GUARDAR-LINHA
                   PERFORM REGISTRAR-ENTREGA
                   ADD 1 TO WS-QTDE-SIMPLES
                   EXIT PARAGRAPH
               END-IF.
               PERFORM OBTER-ALIQUOTA.
               IF NOT TEM-ALIQUOTA-SIM
                   ADD 1 TO WS-QTDE-SEM-ALIQUOTA
                   DISPLAY '** SEM ALIQUOTA PARA A FILIAL '
                           SM-FILIAL ' UF ' WS-UF ' - PERIODO '
                           SM-ANO '/' SM-MES ' NAO APURADO **'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CALCULAR-ICMS.
               IF TEM-CONTROLE-SIM
                   COMPUTE WS-SALDO-ENTREGUE =
                           CI-DEBITO - CI-CREDITO
                   MOVE 'R' TO WS-CLASSE
                   MOVE 'RETIFICADORA' TO WS-OBS
                   ADD 1 TO WS-QTDE-RETIFICADOS
                 ELSE
                   MOVE ZEROS TO WS-SALDO-ENTREGUE
                   MOVE 'O' TO WS-CLASSE
                   MOVE 'ORIGINAL' TO WS-OBS
                   ADD 1 TO WS-QTDE-ENTREGUES
               END-IF.
               PERFORM GUARDAR-LINHA.
               PERFORM GRAVAR-EXTRATO-FISCAL.
               IF WS-FX-STATUS = '00'
                   PERFORM REGISTRAR-ENTREGA
               END-IF.

       LER-CONTROLE.
               MOVE 'N' TO WS-TEM-CONTROLE.
               MOVE SM-ANO TO CI-ANO.
               MOVE SM-MES TO CI-MES.
               MOVE SM-FILIAL TO CI-FILIAL.
               READ CONTROLE-FILE KEY IS CI-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-CONTROLE
               END-READ.

       VERIFICAR-REABERTO.
               MOVE 'N' TO WS-ALTERADO.
               IF CI-ACUM NOT = SM-ACUM
                  OR CI-DEVOL NOT = SM-DEVOL
                   MOVE 'S' TO WS-ALTERADO
               END-IF.
               ADD 1 TO WS-QTDE-REABERTOS.
               PERFORM LER-FILIAL.
               MOVE CI-ALIQUOTA TO WS-ALIQUOTA.
               PERFORM CALCULAR-ICMS.
               COMPUTE WS-SALDO-ENTREGUE = CI-DEBITO - CI-CREDITO.
               MOVE 'A' TO WS-CLASSE.
               IF ALTERADO-SIM
                   MOVE 'ALTERADO - RETIFICAR' TO WS-OBS
                   IF NOT CI-PENDENTE
                       MOVE 'P' TO CI-SITUACAO
                       PERFORM REGRAVAR-CONTROLE
                   END-IF
                 ELSE
                   MOVE 'REABERTO SEM ALTERAC' TO WS-OBS
               END-IF.
               PERFORM GUARDAR-LINHA.

       LER-FILIAL.
               MOVE SPACES TO WS-UF.
               MOVE SPACES TO WS-REGIME.
               MOVE SPACES TO WS-NOME-FILIAL.
               MOVE SM-FILIAL TO FL-FILIAL.
               READ FILIAL-FILE KEY IS FL-FILIAL
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-NOME-FILIAL
                   NOT INVALID KEY
                       MOVE FL-NOME TO WS-NOME-FILIAL
                       MOVE FL-UF TO WS-UF
                       MOVE FL-REGIME TO WS-REGIME
               END-READ.

       OBTER-ALIQUOTA.
               MOVE 'N' TO WS-TEM-ALIQUOTA.
               MOVE ZEROS TO WS-ALIQUOTA.
               MOVE ZEROS TO WS-VIGENCIA-ACHADA.
               IF WS-UF = SPACES
                   EXIT PARAGRAPH
               END-IF.
               MOVE SM-ANO TO WS-INICIO-ANO.
               MOVE SM-MES TO WS-INICIO-MES.
               MOVE 01 TO WS-INICIO-DIA.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-ALIQUOTAS
                   IF TA-UF(WS-IND) = WS-UF
                      AND TA-VIGENCIA(WS-IND)
                          NOT GREATER WS-INICIO-PERIODO-N
                      AND TA-VIGENCIA(WS-IND)
                          NOT LESS WS-VIGENCIA-ACHADA
                       MOVE TA-VIGENCIA(WS-IND)
                           TO WS-VIGENCIA-ACHADA
                       MOVE TA-ALIQUOTA(WS-IND) TO WS-ALIQUOTA
                       MOVE 'S' TO WS-TEM-ALIQUOTA
                   END-IF
               END-PERFORM.

       CALCULAR-ICMS.
               COMPUTE WS-BASE = SM-ACUM - SM-DEVOL.
               COMPUTE WS-DEBITO ROUNDED =
                       SM-ACUM * WS-ALIQUOTA / 100.
               COMPUTE WS-CREDITO ROUNDED =
                       SM-DEVOL * WS-ALIQUOTA / 100.
               COMPUTE WS-SALDO = WS-DEBITO - WS-CREDITO.

       GUARDAR-LINHA.
               IF WS-QTDE-LINHAS NOT LESS 2000
                   IF NOT ERRO-TABELA-SIM
                       DISPLAY '** LIVRO COM MAIS DE 2000 LINHAS -'
                       DISPLAY '** LINHAS EXCEDENTES NAO IMPRESSAS **'
                   END-IF
                   MOVE 'S' TO WS-ERRO-TABELA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-LINHAS.
               MOVE SM-ANO TO IL-ANO(WS-QTDE-LINHAS).
               MOVE SM-MES TO IL-MES(WS-QTDE-LINHAS).
               MOVE SM-FILIAL TO IL-FILIAL(WS-QTDE-LINHAS).
               MOVE WS-NOME-FILIAL TO IL-NOME(WS-QTDE-LINHAS).
               MOVE WS-UF TO IL-UF(WS-QTDE-LINHAS).
               MOVE WS-REGIME TO IL-REGIME(WS-QTDE-LINHAS).
               MOVE WS-CLASSE TO IL-CLASSE(WS-QTDE-LINHAS).
               MOVE WS-ALIQUOTA TO IL-ALIQUOTA(WS-QTDE-LINHAS).
               MOVE WS-BASE TO IL-BASE(WS-QTDE-LINHAS).
               MOVE WS-DEBITO TO IL-DEBITO(WS-QTDE-LINHAS).
               MOVE WS-CREDITO TO IL-CREDITO(WS-QTDE-LINHAS).
               MOVE WS-SALDO TO IL-SALDO(WS-QTDE-LINHAS).
               COMPUTE IL-DIF-SALDO(WS-QTDE-LINHAS) =
                       WS-SALDO - WS-SALDO-ENTREGUE.
               MOVE WS-OBS TO IL-OBS(WS-QTDE-LINHAS).
               IF WS-CLASSE NOT = 'A'
                   PERFORM REGISTRAR-UF
               END-IF.

       REGISTRAR-UF.
               MOVE 'N' TO WS-ACHOU-UF.
               PERFORM VARYING WS-IND-UF FROM 1 BY 1
                       UNTIL WS-IND-UF GREATER WS-QTDE-UF
                          OR ACHOU-UF-SIM
                   IF TU-UF(WS-IND-UF) = WS-UF
                       MOVE 'S' TO WS-ACHOU-UF
                   END-IF
               END-PERFORM.
               IF ACHOU-UF-SIM
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTDE-UF NOT LESS 30
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-QTDE-UF TO WS-IND-UF.
               ADD 1 TO WS-QTDE-UF.
               MOVE 'N' TO WS-POSICAO-UF.
               PERFORM UNTIL POSICAO-UF-SIM
                   IF WS-IND-UF = ZEROS
                       MOVE 'S' TO WS-POSICAO-UF
                     ELSE
                       IF TU-UF(WS-IND-UF) NOT GREATER WS-UF
                           MOVE 'S' TO WS-POSICAO-UF
                         ELSE
                           COMPUTE WS-IND-AUX = WS-IND-UF + 1
                           MOVE TOTAL-UF(WS-IND-UF)
                               TO TOTAL-UF(WS-IND-AUX)
                           SUBTRACT 1 FROM WS-IND-UF
                       END-IF
                   END-IF
               END-PERFORM.
               ADD 1 TO WS-IND-UF.
               MOVE WS-UF TO TU-UF(WS-IND-UF).
               MOVE ZEROS TO TU-QTDE(WS-IND-UF).
               MOVE ZEROS TO TU-BASE(WS-IND-UF).
               MOVE ZEROS TO TU-DEBITO(WS-IND-UF).
               MOVE ZEROS TO TU-CREDITO(WS-IND-UF).
               MOVE ZEROS TO TU-SALDO(WS-IND-UF).

       GRAVAR-EXTRATO-FISCAL.
               MOVE SPACES TO FISCAL-REGISTRO.
               MOVE 'D' TO FX-TIPO.
               MOVE SM-FILIAL TO FX-FILIAL.
               MOVE WS-UF TO FX-UF.
               MOVE SM-ANO TO FX-ANO.
               MOVE SM-MES TO FX-MES.
               MOVE WS-CLASSE TO FX-ESPECIE.
               MOVE WS-BASE TO FX-BASE.
               MOVE WS-ALIQUOTA TO FX-ALIQUOTA.
               MOVE WS-DEBITO TO FX-DEBITO.
               MOVE WS-CREDITO TO FX-CREDITO.
               MOVE WS-SALDO TO FX-SALDO.
               WRITE FISCAL-REGISTRO.
               IF WS-FX-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FISCEXTR ' WS-FX-STATUS
                   ADD 1 TO WS-QTDE-ERRO-EXTRATO
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-EXTRATO.
               ADD WS-DEBITO TO WS-EXTR-DEBITO.
               ADD WS-CREDITO TO WS-EXTR-CREDITO.
               ADD WS-SALDO TO WS-EXTR-SALDO.

       REGISTRAR-ENTREGA.
               MOVE SM-ANO TO CI-ANO.
               MOVE SM-MES TO CI-MES.
               MOVE SM-FILIAL TO CI-FILIAL.
               MOVE WS-UF TO CI-UF.
               MOVE WS-ALIQUOTA TO CI-ALIQUOTA.
               MOVE SM-ACUM TO CI-ACUM.
               MOVE SM-DEVOL TO CI-DEVOL.
               MOVE WS-DEBITO TO CI-DEBITO.
               MOVE WS-CREDITO TO CI-CREDITO.
               IF TEM-CONTROLE-SIM
                   MOVE 'R' TO CI-SITUACAO
                   MOVE WS-DATA-ATUAL TO CI-DATA-RETIFICACAO
                   ADD 1 TO CI-QTDE-RETIFICACOES
                   PERFORM REGRAVAR-CONTROLE
                 ELSE
                   MOVE 'E' TO CI-SITUACAO
                   MOVE WS-DATA-ATUAL TO CI-DATA-ENTREGA
                   MOVE ZEROS TO CI-DATA-RETIFICACAO
                   MOVE ZEROS TO CI-QTDE-RETIFICACOES
                   WRITE CONTROLE-RECORD
                   IF WS-CI-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR CTRLICMS '
                               WS-CI-STATUS
                   END-IF
               END-IF.

       REGRAVAR-CONTROLE.
               REWRITE CONTROLE-RECORD.
               IF WS-CI-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR CTRLICMS '
                           WS-CI-STATUS
               END-IF.

       IMPRIMIR-LIVRO.
               ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD.
               MOVE WS-DATA-REL-DD TO LT-DIA.
               MOVE WS-DATA-REL-MM TO LT-MES.
               MOVE WS-DATA-REL-AAAA TO LT-ANO.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE ZEROS TO WS-TOTAL-QTDE.
               MOVE ZEROS TO WS-TOTAL-BASE.
               MOVE ZEROS TO WS-TOTAL-DEBITO.
               MOVE ZEROS TO WS-TOTAL-CREDITO.
               MOVE ZEROS TO WS-TOTAL-SALDO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 999
                   MOVE ZEROS TO TF-QTDE(WS-IND)
               END-PERFORM.
               PERFORM VARYING WS-IND-UF FROM 1 BY 1
                       UNTIL WS-IND-UF GREATER WS-QTDE-UF
                   PERFORM IMPRIMIR-UF
               END-PERFORM.
               IF WS-QTDE-UF = ZEROS
                   MOVE 'NENHUM PERIODO APURADO NESTA EXECUCAO'
                       TO LS-TEXTO
                   MOVE LINHA-SECAO TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.
               PERFORM IMPRIMIR-RESUMO-FILIAL.
               PERFORM IMPRIMIR-REABERTOS.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'TOTAL GERAL' TO LTO-TEXTO.
               MOVE WS-TOTAL-QTDE TO LTO-QTDE.
               MOVE WS-TOTAL-BASE TO LTO-BASE.
               MOVE WS-TOTAL-DEBITO TO LTO-DEBITO.
               MOVE WS-TOTAL-CREDITO TO LTO-CREDITO.
               MOVE WS-TOTAL-SALDO TO LTO-SALDO.
               MOVE LINHA-TOTAL TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'EXTRATO FISCEXTR' TO LTO-TEXTO.
               MOVE WS-QTDE-EXTRATO TO LTO-QTDE.
               MOVE ZEROS TO LTO-BASE.
               MOVE WS-EXTR-DEBITO TO LTO-DEBITO.
               MOVE WS-EXTR-CREDITO TO LTO-CREDITO.
               MOVE WS-EXTR-SALDO TO LTO-SALDO.
               MOVE LINHA-TOTAL TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-UF.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO LS-TEXTO.
               IF TU-UF(WS-IND-UF) = SPACES
                   MOVE 'UF: (NAO INFORMADA)' TO LS-TEXTO
                 ELSE
                   STRING 'UF: ' TU-UF(WS-IND-UF)
                       DELIMITED BY SIZE INTO LS-TEXTO
                   END-STRING
               END-IF.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-LINHAS
                   IF IL-UF(WS-IND) = TU-UF(WS-IND-UF)
                      AND IL-CLASSE(WS-IND) NOT = 'A'
                       PERFORM IMPRIMIR-LINHA
                       PERFORM SOMAR-LINHA
                   END-IF
               END-PERFORM.
               MOVE SPACES TO LTO-TEXTO.
               STRING 'TOTAL DA UF ' TU-UF(WS-IND-UF)
                   DELIMITED BY SIZE INTO LTO-TEXTO
               END-STRING.
               MOVE TU-QTDE(WS-IND-UF) TO LTO-QTDE.
               MOVE TU-BASE(WS-IND-UF) TO LTO-BASE.
               MOVE TU-DEBITO(WS-IND-UF) TO LTO-DEBITO.
               MOVE TU-CREDITO(WS-IND-UF) TO LTO-CREDITO.
               MOVE TU-SALDO(WS-IND-UF) TO LTO-SALDO.
               MOVE LINHA-TOTAL TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-LINHA.
               PERFORM MONTAR-LINHA.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       MONTAR-LINHA.
               MOVE IL-ANO(WS-IND) TO LD-ANO.
               MOVE IL-MES(WS-IND) TO LD-MES.
               MOVE IL-FILIAL(WS-IND) TO LD-FILIAL.
               MOVE IL-NOME(WS-IND) TO LD-NOME.
               MOVE IL-UF(WS-IND) TO LD-UF.
               MOVE IL-REGIME(WS-IND) TO LD-REGIME.
               MOVE IL-ALIQUOTA(WS-IND) TO LD-ALIQUOTA.
               MOVE IL-BASE(WS-IND) TO LD-BASE.
               MOVE IL-DEBITO(WS-IND) TO LD-DEBITO.
               MOVE IL-CREDITO(WS-IND) TO LD-CREDITO.
               MOVE IL-SALDO(WS-IND) TO LD-SALDO.
               MOVE IL-OBS(WS-IND) TO LD-OBS.

       SOMAR-LINHA.
               ADD 1 TO TU-QTDE(WS-IND-UF).
               ADD IL-BASE(WS-IND) TO TU-BASE(WS-IND-UF).
               ADD IL-DEBITO(WS-IND) TO TU-DEBITO(WS-IND-UF).
               ADD IL-CREDITO(WS-IND) TO TU-CREDITO(WS-IND-UF).
               ADD IL-SALDO(WS-IND) TO TU-SALDO(WS-IND-UF).
               ADD 1 TO WS-TOTAL-QTDE.
               ADD IL-BASE(WS-IND) TO WS-TOTAL-BASE.
               ADD IL-DEBITO(WS-IND) TO WS-TOTAL-DEBITO.
               ADD IL-CREDITO(WS-IND) TO WS-TOTAL-CREDITO.
               ADD IL-SALDO(WS-IND) TO WS-TOTAL-SALDO.
               MOVE IL-FILIAL(WS-IND) TO WS-IND-FIL.
               IF WS-IND-FIL = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF TF-QTDE(WS-IND-FIL) = ZEROS
                   MOVE IL-NOME(WS-IND) TO TF-NOME(WS-IND-FIL)
                   MOVE IL-UF(WS-IND) TO TF-UF(WS-IND-FIL)
                   MOVE IL-REGIME(WS-IND) TO TF-REGIME(WS-IND-FIL)
                   MOVE ZEROS TO TF-BASE(WS-IND-FIL)
                   MOVE ZEROS TO TF-DEBITO(WS-IND-FIL)
                   MOVE ZEROS TO TF-CREDITO(WS-IND-FIL)
                   MOVE ZEROS TO TF-SALDO(WS-IND-FIL)
               END-IF.
               ADD 1 TO TF-QTDE(WS-IND-FIL).
               ADD IL-BASE(WS-IND) TO TF-BASE(WS-IND-FIL).
               ADD IL-DEBITO(WS-IND) TO TF-DEBITO(WS-IND-FIL).
               ADD IL-CREDITO(WS-IND) TO TF-CREDITO(WS-IND-FIL).
               ADD IL-SALDO(WS-IND) TO TF-SALDO(WS-IND-FIL).

       IMPRIMIR-RESUMO-FILIAL.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'RESUMO POR FILIAL' TO LS-TEXTO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 999
                   IF TF-QTDE(WS-IND) NOT = ZEROS
                       MOVE WS-IND TO WS-IND-FIL
                       MOVE SPACES TO LTO-TEXTO
                       STRING WS-IND-FIL ' ' TF-UF(WS-IND) ' '
                              TF-NOME(WS-IND)
                           DELIMITED BY SIZE INTO LTO-TEXTO
                       END-STRING
                       MOVE TF-QTDE(WS-IND) TO LTO-QTDE
                       MOVE TF-BASE(WS-IND) TO LTO-BASE
                       MOVE TF-DEBITO(WS-IND) TO LTO-DEBITO
                       MOVE TF-CREDITO(WS-IND) TO LTO-CREDITO
                       MOVE TF-SALDO(WS-IND) TO LTO-SALDO
                       MOVE LINHA-TOTAL TO RELATORIO-REGISTRO
                       PERFORM GRAVAR-RELATORIO
                   END-IF
               END-PERFORM.

       IMPRIMIR-REABERTOS.
               IF WS-QTDE-REABERTOS = ZEROS
                  AND WS-QTDE-RETIFICADOS = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'PERIODOS ENTREGUES REABERTOS OU RETIFICADOS'
                   TO LS-TEXTO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'DIFERENCA = ICMS ATUAL - ICMS DA ENTREGA ANTERIOR'
                   TO LS-TEXTO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               MOVE '      DIFERENCA ' TO RELATORIO-REGISTRO(94:16).
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-LINHAS
                   IF IL-CLASSE(WS-IND) = 'A'
                      OR IL-CLASSE(WS-IND) = 'R'
                       PERFORM MONTAR-LINHA
                       MOVE IL-DIF-SALDO(WS-IND) TO LD-SALDO
                       MOVE LINHA-DETALHE TO RELATORIO-REGISTRO
                       PERFORM GRAVAR-RELATORIO
                   END-IF
               END-PERFORM.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO '
                           WS-REL-STATUS
               END-IF.
