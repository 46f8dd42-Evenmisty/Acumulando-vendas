       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRABI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

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

           SELECT OPERADOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT MARCA-FILE ASSIGN TO "BIMARCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.

           SELECT BIAUDIT-FILE ASSIGN TO "BIAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.

           SELECT BIVENDAS-FILE ASSIGN TO "BIVENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.

           SELECT BICONTRO-FILE ASSIGN TO "BICONTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.

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
           05 AUD-QTDE-TRANSF REDEFINES AUD-CUPOM PIC S9(09)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

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

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05 OP-ID PIC X(08).
           05 OP-NIVEL PIC X(01).
           05 OP-NOME PIC X(30).

       FD  MARCA-FILE.
       01  MARCA-REGISTRO PIC X(100).

       FD  BIAUDIT-FILE.
       01  BIAUDIT-REGISTRO PIC X(300).

       FD  BIVENDAS-FILE.
       01  BIVENDAS-REGISTRO PIC X(300).

       FD  BICONTRO-FILE.
       01  BICONTRO-REGISTRO PIC X(300).

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
       01  WS-MARCA.
           05 MC-MARCA.
               10 MC-DATA PIC 9(08).
               10 MC-HORA PIC 9(08).
               10 MC-SEQ PIC 9(05).
           05 MC-LIMITE.
               10 MC-LIM-DATA PIC 9(08).
               10 MC-LIM-HORA PIC 9(08).
               10 MC-LIM-SEQ PIC 9(05).
           05 MC-RETOMAR.
               10 MC-RET-DATA PIC 9(08).
               10 MC-RET-HORA PIC 9(08).
               10 MC-RET-SEQ PIC 9(05).
           05 MC-SITUACAO PIC X(01).
               88 MC-CONCLUIDA VALUE 'C'.
               88 MC-EM-ANDAMENTO VALUE 'E'.
               88 MC-RECARGA VALUE 'R'.
           05 MC-DATA-EXTRACAO PIC 9(08).
           05 MC-HORA-EXTRACAO PIC 9(08).
           05 MC-OPERADOR PIC X(08).
           05 MC-QTDE-AUDITORIA PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.

       01  WS-CHAVE-AUD.
           05 CA-DATA PIC 9(08).
           05 CA-HORA PIC 9(08).
           05 CA-SEQ PIC 9(05).

       01  WS-LIMITE.
           05 LM-DATA PIC 9(08).
           05 LM-HORA PIC 9(08).
           05 LM-SEQ PIC 9(05).

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).
       01  WS-DATA-ATUAL-N REDEFINES WS-DATA-ATUAL
               PIC 9(08).

       01  WS-DATA-VALIDAR.
           05 WS-DV-AAAA PIC 9(04).
           05 WS-DV-MM PIC 9(02).
           05 WS-DV-DD PIC 9(02).
       01  WS-DATA-VALIDAR-X REDEFINES WS-DATA-VALIDAR
               PIC X(08).

       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-FL-STATUS PIC X(02) VALUE '00'.
       77  WS-OP-STATUS PIC X(02) VALUE '00'.
       77  WS-MC-STATUS PIC X(02) VALUE '00'.
       77  WS-BA-STATUS PIC X(02) VALUE '00'.
       77  WS-BV-STATUS PIC X(02) VALUE '00'.
       77  WS-BC-STATUS PIC X(02) VALUE '00'.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.

       77  WS-AUD-EOF PIC X(01) VALUE 'N'.
           88 AUD-EOF-SIM VALUE 'S'.
       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-OP-EOF PIC X(01) VALUE 'N'.
           88 OP-EOF-SIM VALUE 'S'.
       77  WS-FL-ABERTO PIC X(01) VALUE 'N'.
           88 FL-ABERTO-SIM VALUE 'S'.
       77  WS-SUPERVISOR PIC X(01) VALUE 'N'.
           88 SUPERVISOR-SIM VALUE 'S'.
       77  WS-ERRO-PARAMETRO PIC X(01) VALUE 'N'.
           88 ERRO-PARAMETRO-SIM VALUE 'S'.
       77  WS-ERRO-GRAVACAO PIC X(01) VALUE 'N'.
           88 ERRO-GRAVACAO-SIM VALUE 'S'.

       77  WS-PARM PIC X(40) VALUE SPACES.
       77  WS-MODO PIC X(10) VALUE SPACES.
           88 MODO-EXTRAIR VALUE 'EXTRAIR'.
           88 MODO-REINICIAR VALUE 'REINICIAR'.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-DATA-INI-X PIC X(08) VALUE SPACES.
       77  WS-DATA-FIM-X PIC X(08) VALUE SPACES.
       77  WS-DATA-INI PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM PIC 9(08) VALUE ZEROS.

       77  WS-LINHA-CSV PIC X(300) VALUE SPACES.
       77  WS-PONTEIRO PIC 9(03) VALUE ZEROS.
       77  WS-BRANCOS PIC 9(03) VALUE ZEROS.
       77  WS-TEXTO-CSV PIC X(30) VALUE SPACES.
       77  WS-NUMERO-CSV PIC S9(09) VALUE ZEROS.
       77  WS-NUMERO-ED PIC -(10)9.
       77  WS-VALOR-CSV PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ED PIC -(12)9,99.
       77  WS-DATA-CSV PIC 9(08) VALUE ZEROS.
       77  WS-HORA-CSV PIC 9(08) VALUE ZEROS.

       77  WS-QTDE-AUDITORIA PIC 9(09) VALUE ZEROS.
       77  WS-QTDE-VENDAS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SEM-FILIAL PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-AUDITORIA PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-AUD-DEVOL PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-ACUM PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVOL PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO PIC S9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==  EXTRACAO CSV PARA A EQUIPE DE BI  =='.
               DISPLAY '========================================'.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               PERFORM OBTER-PARAMETROS.
               IF ERRO-PARAMETRO-SIM
                   DISPLAY 'USO: EXTRABI [EXTRAIR]'
                   DISPLAY '     EXTRABI REINICIAR OPERADOR AAAAMMDD'
                           ' [AAAAMMDD]'
                   MOVE 12 TO WS-COD-RETORNO
                   PERFORM GRAVAR-RESULTADO-ETAPA
                   STOP RUN
               END-IF.
               IF MODO-REINICIAR
                   PERFORM REINICIAR-MARCA
                 ELSE
                   PERFORM EXTRAIR-DADOS
               END-IF.
               PERFORM GRAVAR-RESULTADO-ETAPA.
               STOP RUN.

       OBTER-PARAMETROS.
               MOVE 'N' TO WS-ERRO-PARAMETRO.
               UNSTRING WS-PARM DELIMITED BY ALL SPACE
                   INTO WS-MODO WS-OPERADOR
                        WS-DATA-INI-X WS-DATA-FIM-X
               END-UNSTRING.
               IF WS-MODO = SPACES
                   MOVE 'EXTRAIR' TO WS-MODO
               END-IF.
               IF NOT MODO-EXTRAIR AND NOT MODO-REINICIAR
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               IF MODO-EXTRAIR
                   EXIT PARAGRAPH
               END-IF.
               IF WS-OPERADOR = SPACES
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-DATA-INI-X TO WS-DATA-VALIDAR-X.
               PERFORM VALIDAR-DATA.
               IF ERRO-PARAMETRO-SIM
                   DISPLAY '** DATA INICIAL INVALIDA: ' WS-DATA-INI-X
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-DATA-VALIDAR TO WS-DATA-INI.
               MOVE ZEROS TO WS-DATA-FIM.
               IF WS-DATA-FIM-X NOT = SPACES
                   MOVE WS-DATA-FIM-X TO WS-DATA-VALIDAR-X
                   PERFORM VALIDAR-DATA
                   IF ERRO-PARAMETRO-SIM
                       DISPLAY '** DATA FINAL INVALIDA: '
                               WS-DATA-FIM-X
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATA-VALIDAR TO WS-DATA-FIM
                   IF WS-DATA-FIM LESS WS-DATA-INI
                       DISPLAY '** DATA FINAL ANTERIOR A INICIAL **'
                       MOVE 'S' TO WS-ERRO-PARAMETRO
                   END-IF
               END-IF.

       VALIDAR-DATA.
               IF WS-DATA-VALIDAR-X IS NOT NUMERIC
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-DV-AAAA LESS 1900
                  OR WS-DV-MM LESS 1 OR WS-DV-MM GREATER 12
                  OR WS-DV-DD LESS 1 OR WS-DV-DD GREATER 31
                   MOVE 'S' TO WS-ERRO-PARAMETRO
               END-IF.

       VERIFICAR-SUPERVISOR.
               MOVE 'N' TO WS-SUPERVISOR.
               MOVE 'N' TO WS-OP-EOF.
               OPEN INPUT OPERADOR-FILE.
               IF WS-OP-STATUS NOT = '00'
                   DISPLAY 'AVISO: OPERFILE NAO DISPONIVEL '
                           WS-OP-STATUS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL OP-EOF-SIM
                   READ OPERADOR-FILE
                       AT END MOVE 'S' TO WS-OP-EOF
                   END-READ
                   IF NOT OP-EOF-SIM
                      AND OP-ID = WS-OPERADOR
                      AND OP-NIVEL = 'S'
                       MOVE 'S' TO WS-SUPERVISOR
                   END-IF
               END-PERFORM.
               CLOSE OPERADOR-FILE.

       REINICIAR-MARCA.
               PERFORM VERIFICAR-SUPERVISOR.
               IF NOT SUPERVISOR-SIM
                   DISPLAY '** SOMENTE SUPERVISOR PODE REINICIAR A'
                           ' MARCA DE EXTRACAO **'
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM LER-CONTROLE.
               IF WS-COD-RETORNO NOT = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               IF MC-MARCA NOT = ZEROS
                  AND WS-DATA-INI GREATER MC-DATA
                   DISPLAY '** DATA INICIAL POSTERIOR A MARCA ATUAL '
                           MC-DATA ' **'
                   DISPLAY '** OS LANCAMENTOS ENTRE ELAS NAO SERIAM'
                           ' ENVIADOS **'
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-DATA-FIM NOT = ZEROS
                   MOVE WS-DATA-FIM TO MC-LIM-DATA
                   MOVE 99999999 TO MC-LIM-HORA
                   MOVE 99999 TO MC-LIM-SEQ
                   IF MC-EM-ANDAMENTO OR MC-RECARGA
                       IF MC-RETOMAR = ZEROS
                           MOVE MC-MARCA TO MC-RETOMAR
                       END-IF
                     ELSE
                       MOVE MC-MARCA TO MC-RETOMAR
                   END-IF
                 ELSE
                   MOVE ZEROS TO MC-LIMITE
                   MOVE ZEROS TO MC-RETOMAR
               END-IF.
               COMPUTE MC-DATA = WS-DATA-INI - 1.
               MOVE 99999999 TO MC-HORA.
               MOVE 99999 TO MC-SEQ.
               MOVE 'R' TO MC-SITUACAO.
               MOVE WS-OPERADOR TO MC-OPERADOR.
               PERFORM GRAVAR-CONTROLE.
               IF WS-COD-RETORNO NOT = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'MARCA DE EXTRACAO REINICIADA POR ' WS-OPERADOR.
               IF WS-DATA-FIM NOT = ZEROS
                   DISPLAY 'A PROXIMA EXTRACAO REENVIA DE ' WS-DATA-INI
                           ' ATE ' WS-DATA-FIM
                   DISPLAY 'E DEPOIS RETOMA A PARTIR DE ' MC-RET-DATA
                           ' ' MC-RET-HORA ' ' MC-RET-SEQ
                 ELSE
                   DISPLAY 'A PROXIMA EXTRACAO REENVIA TUDO A PARTIR'
                           ' DE ' WS-DATA-INI
               END-IF.

       LER-CONTROLE.
               MOVE ZEROS TO MC-MARCA.
               MOVE ZEROS TO MC-LIMITE.
               MOVE ZEROS TO MC-RETOMAR.
               MOVE 'C' TO MC-SITUACAO.
               MOVE ZEROS TO MC-DATA-EXTRACAO.
               MOVE ZEROS TO MC-HORA-EXTRACAO.
               MOVE SPACES TO MC-OPERADOR.
               MOVE ZEROS TO MC-QTDE-AUDITORIA.
               OPEN INPUT MARCA-FILE.
               IF WS-MC-STATUS = '35'
                   DISPLAY 'BIMARCA AUSENTE - PRIMEIRA EXTRACAO ENVIA'
                           ' TODO O AUDITLOG'
                   EXIT PARAGRAPH
               END-IF.
               IF WS-MC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BIMARCA ' WS-MC-STATUS
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               READ MARCA-FILE INTO WS-MARCA
                   AT END
                       DISPLAY 'BIMARCA VAZIO - PRIMEIRA EXTRACAO'
                               ' ENVIA TODO O AUDITLOG'
               END-READ.
               CLOSE MARCA-FILE.
               IF MC-MARCA IS NOT NUMERIC
                  OR MC-LIMITE IS NOT NUMERIC
                  OR MC-RETOMAR IS NOT NUMERIC
                   DISPLAY '** BIMARCA COM CONTEUDO INVALIDO **'
                   MOVE 12 TO WS-COD-RETORNO
               END-IF.

       GRAVAR-CONTROLE.
               OPEN OUTPUT MARCA-FILE.
               IF WS-MC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BIMARCA ' WS-MC-STATUS
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               WRITE MARCA-REGISTRO FROM WS-MARCA.
               IF WS-MC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BIMARCA ' WS-MC-STATUS
                   MOVE 12 TO WS-COD-RETORNO
               END-IF.
               CLOSE MARCA-FILE.

       EXTRAIR-DADOS.
               PERFORM LER-CONTROLE.
               IF WS-COD-RETORNO NOT = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               EVALUATE TRUE
                   WHEN MC-EM-ANDAMENTO
                       MOVE MC-LIMITE TO WS-LIMITE
                       DISPLAY 'EXTRACAO ANTERIOR NAO CONCLUIDA -'
                               ' REENVIANDO O MESMO LOTE'
                   WHEN MC-RECARGA AND MC-LIMITE NOT = ZEROS
                       MOVE MC-LIMITE TO WS-LIMITE
                       DISPLAY 'RECARGA SOLICITADA POR ' MC-OPERADOR
                   WHEN OTHER
                       IF MC-RECARGA
                           DISPLAY 'RECARGA SOLICITADA POR '
                                   MC-OPERADOR
                       END-IF
                       PERFORM LEVANTAR-LIMITE
                       IF WS-COD-RETORNO NOT = ZEROS
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE.
               MOVE WS-LIMITE TO MC-LIMITE.
               MOVE 'E' TO MC-SITUACAO.
               PERFORM GRAVAR-CONTROLE.
               IF WS-COD-RETORNO NOT = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'LANCAMENTOS APOS  ' MC-DATA ' ' MC-HORA ' '
                       MC-SEQ.
               DISPLAY 'ATE               ' LM-DATA ' ' LM-HORA ' '
                       LM-SEQ.
               MOVE 'N' TO WS-ERRO-GRAVACAO.
               PERFORM EXTRAIR-AUDITORIA.
               IF NOT ERRO-GRAVACAO-SIM
                   PERFORM EXTRAIR-VENDAS
               END-IF.
               IF NOT ERRO-GRAVACAO-SIM
                   PERFORM GRAVAR-CONTROLE-BI
               END-IF.
               IF ERRO-GRAVACAO-SIM
                   DISPLAY '** EXTRACAO NAO CONCLUIDA - A PROXIMA'
                           ' EXECUCAO REENVIA O MESMO LOTE **'
                   IF WS-COD-RETORNO LESS 8
                       MOVE 8 TO WS-COD-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CONCLUIR-EXTRACAO.
               DISPLAY 'LANCAMENTOS EXTRAIDOS:   ' WS-QTDE-AUDITORIA.
               DISPLAY 'PERIODOS DO MASTER:      ' WS-QTDE-VENDAS.
               IF WS-QTDE-SEM-FILIAL NOT = ZEROS
                   DISPLAY 'PERIODOS SEM CADASTRO DE FILIAL: '
                           WS-QTDE-SEM-FILIAL
               END-IF.
               DISPLAY 'ARQUIVOS GRAVADOS: BIAUDIT BIVENDAS BICONTRO'.

       LEVANTAR-LIMITE.
               MOVE MC-MARCA TO WS-LIMITE.
               MOVE 'N' TO WS-AUD-EOF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITLOG ' WS-AUD-STATUS
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL AUD-EOF-SIM
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                   END-READ
                   IF NOT AUD-EOF-SIM AND AUD-TIPO NOT = 'S'
                       MOVE AUD-DATA TO CA-DATA
                       MOVE AUD-HORA TO CA-HORA
                       MOVE AUD-SEQ TO CA-SEQ
                       IF WS-CHAVE-AUD GREATER WS-LIMITE
                           MOVE WS-CHAVE-AUD TO WS-LIMITE
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.

       EXTRAIR-AUDITORIA.
               MOVE ZEROS TO WS-QTDE-AUDITORIA.
               MOVE ZEROS TO WS-TOTAL-AUDITORIA.
               MOVE ZEROS TO WS-TOTAL-AUD-DEVOL.
               MOVE 'N' TO WS-AUD-EOF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITLOG ' WS-AUD-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BIAUDIT-FILE.
               IF WS-BA-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BIAUDIT ' WS-BA-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   CLOSE AUDIT-FILE
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO BIAUDIT-REGISTRO.
               STRING 'DATA;HORA;ANO;MES;FILIAL;SEQ;TIPO;OPERADOR;'
                      'VALOR;LOTE;LOJA;DATA_VENDA;CUPOM;QTDE;ELO'
                      DELIMITED BY SIZE
                   INTO BIAUDIT-REGISTRO
               END-STRING.
               PERFORM GRAVAR-BIAUDIT.
               PERFORM UNTIL AUD-EOF-SIM OR ERRO-GRAVACAO-SIM
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                   END-READ
                   IF NOT AUD-EOF-SIM AND AUD-TIPO NOT = 'S'
                       MOVE AUD-DATA TO CA-DATA
                       MOVE AUD-HORA TO CA-HORA
                       MOVE AUD-SEQ TO CA-SEQ
                       IF WS-CHAVE-AUD GREATER MC-MARCA
                          AND WS-CHAVE-AUD NOT GREATER WS-LIMITE
                           PERFORM GRAVAR-LINHA-AUDITORIA
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.
               CLOSE BIAUDIT-FILE.

       GRAVAR-LINHA-AUDITORIA.
               MOVE SPACES TO WS-LINHA-CSV.
               MOVE 1 TO WS-PONTEIRO.
               MOVE AUD-DATA TO WS-DATA-CSV.
               PERFORM ADICIONAR-DATA.
               MOVE AUD-HORA TO WS-HORA-CSV.
               PERFORM ADICIONAR-HORA.
               MOVE AUD-ANO TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE AUD-MES TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE AUD-FILIAL TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE AUD-SEQ TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE AUD-TIPO TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE AUD-OPERADOR TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE AUD-VALOR TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE AUD-LOTE TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               IF AUD-TIPO = 'T' OR AUD-TIPO = 'U'
                   MOVE SPACES TO WS-TEXTO-CSV
                   PERFORM ADICIONAR-TEXTO
                   MOVE ZEROS TO WS-DATA-CSV
                   PERFORM ADICIONAR-DATA
                   PERFORM ADICIONAR-TEXTO
                 ELSE
                   MOVE AUD-LOJA TO WS-TEXTO-CSV
                   PERFORM ADICIONAR-TEXTO
                   MOVE ZEROS TO WS-DATA-CSV
                   IF AUD-DATA-VENDA IS NUMERIC
                       MOVE AUD-DATA-VENDA TO WS-DATA-CSV
                   END-IF
                   PERFORM ADICIONAR-DATA
                   MOVE AUD-CUPOM TO WS-TEXTO-CSV
                   PERFORM ADICIONAR-TEXTO
               END-IF.
               IF AUD-TIPO = 'T'
                   MOVE AUD-QTDE-TRANSF TO WS-NUMERO-CSV
                   PERFORM ADICIONAR-NUMERO
                 ELSE
                   MOVE SPACES TO WS-TEXTO-CSV
                   PERFORM ADICIONAR-TEXTO
               END-IF.
               IF AUD-ELO-NUM IS NUMERIC AND AUD-ELO-NUM NOT = ZEROS
                   MOVE AUD-ELO-NUM TO WS-NUMERO-CSV
                   PERFORM ADICIONAR-NUMERO
                 ELSE
                   MOVE SPACES TO WS-TEXTO-CSV
                   PERFORM ADICIONAR-TEXTO
               END-IF.
               PERFORM FECHAR-LINHA.
               MOVE WS-LINHA-CSV TO BIAUDIT-REGISTRO.
               PERFORM GRAVAR-BIAUDIT.
               IF NOT ERRO-GRAVACAO-SIM
                   ADD 1 TO WS-QTDE-AUDITORIA
                   ADD AUD-VALOR TO WS-TOTAL-AUDITORIA
                   IF AUD-TIPO = 'D' OR AUD-TIPO = 'U'
                       ADD AUD-VALOR TO WS-TOTAL-AUD-DEVOL
                   END-IF
               END-IF.

       GRAVAR-BIAUDIT.
               WRITE BIAUDIT-REGISTRO.
               IF WS-BA-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BIAUDIT ' WS-BA-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.

       EXTRAIR-VENDAS.
               MOVE ZEROS TO WS-QTDE-VENDAS.
               MOVE ZEROS TO WS-TOTAL-ACUM.
               MOVE ZEROS TO WS-TOTAL-DEVOL.
               OPEN INPUT SALES-MASTER.
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALESMF ' WS-SM-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   MOVE 12 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-FL-ABERTO.
               OPEN INPUT FILIAL-FILE.
               IF WS-FL-STATUS = '00'
                   MOVE 'S' TO WS-FL-ABERTO
                 ELSE
                   DISPLAY 'AVISO: FILIALMF NAO DISPONIVEL '
                           WS-FL-STATUS
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.
               OPEN OUTPUT BIVENDAS-FILE.
               IF WS-BV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BIVENDAS ' WS-BV-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   CLOSE SALES-MASTER
                   IF FL-ABERTO-SIM
                       CLOSE FILIAL-FILE
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO BIVENDAS-REGISTRO.
               STRING 'ANO;MES;FILIAL;NOME_FILIAL;REGIAO;UF;ACUM;'
                      'DEVOL;LIQUIDO;QTDE_LANCAMENTOS;SITUACAO;'
                      'DATA_EXTRACAO'
                      DELIMITED BY SIZE
                   INTO BIVENDAS-REGISTRO
               END-STRING.
               PERFORM GRAVAR-BIVENDAS.
               MOVE 'N' TO WS-SM-EOF.
               MOVE LOW-VALUES TO SM-CHAVE.
               START SALES-MASTER KEY IS GREATER THAN OR EQUAL
                       SM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SM-EOF
               END-START.
               PERFORM UNTIL SM-EOF-SIM OR ERRO-GRAVACAO-SIM
                   READ SALES-MASTER NEXT RECORD
                       AT END MOVE 'S' TO WS-SM-EOF
                   END-READ
                   IF NOT SM-EOF-SIM
                       PERFORM GRAVAR-LINHA-VENDAS
                   END-IF
               END-PERFORM.
               CLOSE SALES-MASTER.
               IF FL-ABERTO-SIM
                   CLOSE FILIAL-FILE
               END-IF.
               CLOSE BIVENDAS-FILE.

       GRAVAR-LINHA-VENDAS.
               MOVE SPACES TO FL-NOME.
               MOVE SPACES TO FL-REGIAO.
               MOVE SPACES TO FL-UF.
               IF FL-ABERTO-SIM
                   MOVE SM-FILIAL TO FL-FILIAL
                   READ FILIAL-FILE
                       INVALID KEY
                           MOVE SPACES TO FL-NOME
                           MOVE SPACES TO FL-REGIAO
                           MOVE SPACES TO FL-UF
                           ADD 1 TO WS-QTDE-SEM-FILIAL
                   END-READ
               END-IF.
               MOVE SPACES TO WS-LINHA-CSV.
               MOVE 1 TO WS-PONTEIRO.
               MOVE SM-ANO TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE SM-MES TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE SM-FILIAL TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE FL-NOME TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE FL-REGIAO TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE FL-UF TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE SM-ACUM TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE SM-DEVOL TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               COMPUTE WS-LIQUIDO = SM-ACUM - SM-DEVOL.
               MOVE WS-LIQUIDO TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE SM-QTDE-LANCAMENTOS TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE SM-SITUACAO TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE WS-DATA-ATUAL-N TO WS-DATA-CSV.
               PERFORM ADICIONAR-DATA.
               PERFORM FECHAR-LINHA.
               MOVE WS-LINHA-CSV TO BIVENDAS-REGISTRO.
               PERFORM GRAVAR-BIVENDAS.
               IF NOT ERRO-GRAVACAO-SIM
                   ADD 1 TO WS-QTDE-VENDAS
                   ADD SM-ACUM TO WS-TOTAL-ACUM
                   ADD SM-DEVOL TO WS-TOTAL-DEVOL
               END-IF.

       GRAVAR-BIVENDAS.
               WRITE BIVENDAS-REGISTRO.
               IF WS-BV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BIVENDAS ' WS-BV-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.

       GRAVAR-CONTROLE-BI.
               OPEN OUTPUT BICONTRO-FILE.
               IF WS-BC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR BICONTRO ' WS-BC-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO BICONTRO-REGISTRO.
               STRING 'ARQUIVO;REGISTROS;VALOR_TOTAL;DEVOL_TOTAL;'
                      'MARCA_INICIAL;MARCA_FINAL;DATA_EXTRACAO'
                      DELIMITED BY SIZE
                   INTO BICONTRO-REGISTRO
               END-STRING.
               PERFORM GRAVAR-BICONTRO.
               MOVE SPACES TO WS-LINHA-CSV.
               MOVE 1 TO WS-PONTEIRO.
               MOVE 'BIAUDIT' TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE WS-QTDE-AUDITORIA TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE WS-TOTAL-AUDITORIA TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE WS-TOTAL-AUD-DEVOL TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE MC-MARCA TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE WS-LIMITE TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE WS-DATA-ATUAL-N TO WS-DATA-CSV.
               PERFORM ADICIONAR-DATA.
               PERFORM FECHAR-LINHA.
               MOVE WS-LINHA-CSV TO BICONTRO-REGISTRO.
               PERFORM GRAVAR-BICONTRO.
               MOVE SPACES TO WS-LINHA-CSV.
               MOVE 1 TO WS-PONTEIRO.
               MOVE 'BIVENDAS' TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               MOVE WS-QTDE-VENDAS TO WS-NUMERO-CSV.
               PERFORM ADICIONAR-NUMERO.
               MOVE WS-TOTAL-ACUM TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE WS-TOTAL-DEVOL TO WS-VALOR-CSV.
               PERFORM ADICIONAR-VALOR.
               MOVE SPACES TO WS-TEXTO-CSV.
               PERFORM ADICIONAR-TEXTO.
               PERFORM ADICIONAR-TEXTO.
               MOVE WS-DATA-ATUAL-N TO WS-DATA-CSV.
               PERFORM ADICIONAR-DATA.
               PERFORM FECHAR-LINHA.
               MOVE WS-LINHA-CSV TO BICONTRO-REGISTRO.
               PERFORM GRAVAR-BICONTRO.
               CLOSE BICONTRO-FILE.

       GRAVAR-BICONTRO.
               WRITE BICONTRO-REGISTRO.
               IF WS-BC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR BICONTRO ' WS-BC-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.

       CONCLUIR-EXTRACAO.
               IF MC-RETOMAR GREATER WS-LIMITE
                   MOVE MC-RETOMAR TO MC-MARCA
                 ELSE
                   MOVE WS-LIMITE TO MC-MARCA
               END-IF.
               MOVE ZEROS TO MC-LIMITE.
               MOVE ZEROS TO MC-RETOMAR.
               MOVE 'C' TO MC-SITUACAO.
               MOVE WS-DATA-ATUAL-N TO MC-DATA-EXTRACAO.
               ACCEPT MC-HORA-EXTRACAO FROM TIME.
               MOVE WS-QTDE-AUDITORIA TO MC-QTDE-AUDITORIA.
               PERFORM GRAVAR-CONTROLE.

       ADICIONAR-TEXTO.
               INSPECT WS-TEXTO-CSV REPLACING ALL ';' BY ','.
               STRING WS-TEXTO-CSV DELIMITED BY '  '
                      ';' DELIMITED BY SIZE
                   INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
               END-STRING.

       ADICIONAR-NUMERO.
               MOVE WS-NUMERO-CSV TO WS-NUMERO-ED.
               MOVE ZEROS TO WS-BRANCOS.
               INSPECT WS-NUMERO-ED TALLYING WS-BRANCOS
                   FOR LEADING SPACES.
               STRING WS-NUMERO-ED(WS-BRANCOS + 1:) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                   INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
               END-STRING.

       ADICIONAR-VALOR.
               MOVE WS-VALOR-CSV TO WS-VALOR-ED.
               INSPECT WS-VALOR-ED REPLACING ALL ',' BY '.'.
               MOVE ZEROS TO WS-BRANCOS.
               INSPECT WS-VALOR-ED TALLYING WS-BRANCOS
                   FOR LEADING SPACES.
               STRING WS-VALOR-ED(WS-BRANCOS + 1:) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                   INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
               END-STRING.

       ADICIONAR-DATA.
               IF WS-DATA-CSV = ZEROS
                   STRING ';' DELIMITED BY SIZE
                       INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
                   END-STRING
                   EXIT PARAGRAPH
               END-IF.
               STRING WS-DATA-CSV(1:4) '-' WS-DATA-CSV(5:2) '-'
                      WS-DATA-CSV(7:2) ';' DELIMITED BY SIZE
                   INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
               END-STRING.

       ADICIONAR-HORA.
               STRING WS-HORA-CSV(1:2) ':' WS-HORA-CSV(3:2) ':'
                      WS-HORA-CSV(5:2) ';' DELIMITED BY SIZE
                   INTO WS-LINHA-CSV WITH POINTER WS-PONTEIRO
               END-STRING.

       FECHAR-LINHA.
               SUBTRACT 1 FROM WS-PONTEIRO.
               MOVE SPACE TO WS-LINHA-CSV(WS-PONTEIRO:1).

       GRAVAR-RESULTADO-ETAPA.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               OPEN OUTPUT RESULTADO-FILE.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'EXTRABI' TO RE-PROGRAMA.
               EVALUATE TRUE
                   WHEN MODO-EXTRAIR
                       MOVE 'EXTRAIR' TO RE-MODO
                   WHEN MODO-REINICIAR
                       MOVE 'REINICIO' TO RE-MODO
                   WHEN OTHER
                       MOVE SPACES TO RE-MODO
               END-EVALUATE.
               MOVE WS-COD-RETORNO TO RE-RETORNO.
               MOVE ZEROS TO RE-LOTES-OK.
               MOVE ZEROS TO RE-LOTES-REC.
               MOVE WS-QTDE-AUDITORIA TO RE-POSTADOS.
               MOVE ZEROS TO RE-REJEITADOS.
               MOVE ZEROS TO RE-DIVERGENCIAS.
               MOVE WS-TOTAL-ACUM TO RE-VALOR.
               MOVE ZEROS TO RE-LOTES-IGN.
               WRITE RESULTADO-RECORD.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY 'AVISO: RESETAPA NAO GRAVADO '
                           WS-RE-STATUS
               END-IF.
               CLOSE RESULTADO-FILE.
