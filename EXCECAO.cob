       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCECAO.
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

           SELECT OPERADOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO "PARMEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PX-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELEXCEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-DATA PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA.
               10 AUD-DATA-AAAA PIC 9(04).
               10 AUD-DATA-MM PIC 9(02).
               10 AUD-DATA-DD PIC 9(02).
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

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05 OP-ID PIC X(08).
           05 OP-NIVEL PIC X(01).
           05 OP-NOME PIC X(30).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PX-CODIGO PIC X(08).
           05 PX-VALOR PIC 9(09)V99.

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  TABELA-PERIODOS.
           05 PERIODO-EXC OCCURS 2000 TIMES.
               10 PB-ANO PIC 9(04).
               10 PB-MES PIC 9(02).
               10 PB-FILIAL PIC 9(03).
               10 PB-ACUM PIC S9(09)V99.
               10 PB-REABERTO PIC X(01).
               10 PB-QTDE-REAB PIC 9(03).
               10 PB-DATA-REAB PIC 9(08).
               10 PB-OPER-REAB PIC X(08).
               10 PB-ALTERADO PIC X(01).
               10 PB-VALOR-ALT PIC S9(09)V99.
               10 PB-QTDE-ALT PIC 9(05).
               10 PB-SEQS-ALT.
                   15 PB-SEQ-ALT PIC 9(05) OCCURS 10 TIMES.
               10 PB-QTDE-DEV PIC 9(05).
               10 PB-OPER-DEV PIC X(08).
               10 PB-SEQS-DEV.
                   15 PB-SEQ-DEV PIC 9(05) OCCURS 10 TIMES.

       01  TABELA-OPERADOR-PERIODO.
           05 OPER-PERIODO OCCURS 2000 TIMES.
               10 OO-OPERADOR PIC X(08).
               10 OO-ANO PIC 9(04).
               10 OO-MES PIC 9(02).
               10 OO-FILIAL PIC 9(03).
               10 OO-VALOR-EST PIC S9(09)V99.
               10 OO-QTDE-EST PIC 9(05).
               10 OO-SEQS-EST.
                   15 OO-SEQ-EST PIC 9(05) OCCURS 10 TIMES.
               10 OO-VALOR-DEV PIC S9(09)V99.
               10 OO-QTDE-DEV PIC 9(05).
               10 OO-SEQS-DEV.
                   15 OO-SEQ-DEV PIC 9(05) OCCURS 10 TIMES.

       01  TABELA-ALERTAS.
           05 ALERTA OCCURS 1000 TIMES.
               10 FG-TIPO PIC 9(01).
               10 FG-FILIAL PIC 9(03).
               10 FG-OPERADOR PIC X(08).
               10 FG-ANO PIC 9(04).
               10 FG-MES PIC 9(02).
               10 FG-VALOR PIC S9(11)V99.
               10 FG-REFERENCIA PIC S9(07)V99.
               10 FG-QTDE PIC 9(05).
               10 FG-SEQS.
                   15 FG-SEQ PIC 9(05) OCCURS 10 TIMES.

       01  TABELA-DIAS-FILIAL.
           05 DIA-FILIAL OCCURS 999 TIMES.
               10 BR-DATA-DIA PIC 9(08).
               10 BR-TOTAL-DIA PIC S9(09)V99.
               10 BR-OPERADOR PIC X(08).
               10 BR-QTDE-SEQ PIC 9(05).
               10 BR-SEQS.
                   15 BR-SEQ PIC 9(05) OCCURS 10 TIMES.
               10 BR-SOMA PIC S9(11)V99.
               10 BR-SOMA-QUAD PIC S9(17)V99.
               10 BR-DIAS PIC 9(05).

       01  TABELA-OPERADORES.
           05 OPERADOR-TAB OCCURS 200 TIMES.
               10 TO-ID PIC X(08).
               10 TO-NIVEL PIC X(01).

       01  TABELA-QTDE-ALERTAS.
           05 QTDE-ALERTAS PIC 9(05) OCCURS 7 TIMES.

       01  WS-LISTA-SEQS.
           05 WS-SEQ-ITEM PIC 9(05) OCCURS 10 TIMES.

       01  TABELA-DIAS-ACUM-DADOS.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-DADOS.
           05 DIAS-ANTES-MES PIC 9(03) OCCURS 12 TIMES.

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).

       01  WS-PERIODO-PARM.
           05 WS-PARM-ANO PIC 9(04).
           05 WS-PARM-MES PIC 9(02).
       01  WS-PERIODO-PARM-X REDEFINES WS-PERIODO-PARM
               PIC X(06).

       01  WS-DATA-DIA-R.
           05 WS-DIA-AAAA PIC 9(04).
           05 WS-DIA-MM PIC 9(02).
           05 WS-DIA-DD PIC 9(02).
       01  WS-DATA-DIA REDEFINES WS-DATA-DIA-R PIC 9(08).

       01  LINHA-TITULO.
           05 FILLER PIC X(38)
               VALUE 'RELATORIO DE EXCECOES DA AUDITORIA - '.
           05 LT-FILTRO PIC X(20).
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).

       01  LINHA-PARAMETROS.
           05 FILLER PIC X(10) VALUE 'LIMITES: '.
           05 FILLER PIC X(07) VALUE 'DEV% > '.
           05 LP-PCT-DEVOL PIC ZZ9,99.
           05 FILLER PIC X(11) VALUE '  ESTORNOS '.
           05 LP-QTDE-EST PIC ZZZ9.
           05 FILLER PIC X(08) VALUE '  DEVOL '.
           05 LP-QTDE-DEV PIC ZZZ9.
           05 FILLER PIC X(08) VALUE '  LIMITE'.
           05 LP-LIMITE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(08) VALUE '  ATRASO'.
           05 LP-DIAS PIC ZZZ9.
           05 FILLER PIC X(20) VALUE ' DIAS  DIA: MEDIA +-'.
           05 LP-FATOR PIC Z9,99.
           05 FILLER PIC X(08) VALUE ' DESVIOS'.

       01  LINHA-SECAO.
           05 FILLER PIC X(03) VALUE '>> '.
           05 LS-TITULO PIC X(40).
           05 FILLER PIC X(09) VALUE ' VALOR = '.
           05 LS-VALOR PIC X(22).
           05 FILLER PIC X(12) VALUE '  REFER. = '.
           05 LS-REFERENCIA PIC X(22).

       01  LINHA-CABECALHO.
           05 FILLER PIC X(05) VALUE ' FIL '.
           05 FILLER PIC X(09) VALUE 'OPERADOR '.
           05 FILLER PIC X(08) VALUE 'PERIODO '.
           05 FILLER PIC X(09) VALUE 'DATA     '.
           05 FILLER PIC X(19) VALUE '              VALOR'.
           05 FILLER PIC X(14) VALUE '       REFER.'.
           05 FILLER PIC X(06) VALUE '  QTDE'.
           05 FILLER PIC X(30) VALUE ' SEQUENCIAS DE AUDITORIA'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-FILIAL PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-OPERADOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LD-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-REFERENCIA PIC Z.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-QTDE PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SEQS PIC X(60).

       01  LINHA-RESUMO.
           05 FILLER PIC X(05) VALUE SPACES.
           05 LR-TITULO PIC X(40).
           05 LR-QTDE PIC ZZ.ZZ9.

       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-OP-STATUS PIC X(02) VALUE '00'.
       77  WS-PX-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.

       77  WS-AUD-EOF PIC X(01) VALUE 'N'.
           88 AUD-EOF-SIM VALUE 'S'.
       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-OP-EOF PIC X(01) VALUE 'N'.
           88 OP-EOF-SIM VALUE 'S'.
       77  WS-PX-EOF PIC X(01) VALUE 'N'.
           88 PX-EOF-SIM VALUE 'S'.
       77  WS-SM-ABERTO PIC X(01) VALUE 'N'.
           88 SM-ABERTO-SIM VALUE 'S'.
       77  WS-PERIODO-ACHADO PIC X(01) VALUE 'N'.
           88 PERIODO-ACHADO-SIM VALUE 'S'.
       77  WS-OO-ACHADO PIC X(01) VALUE 'N'.
           88 OO-ACHADO-SIM VALUE 'S'.
       77  WS-ALERTA-ACHADO PIC X(01) VALUE 'N'.
           88 ALERTA-ACHADO-SIM VALUE 'S'.
       77  WS-COM-FILTRO PIC X(01) VALUE 'N'.
           88 COM-FILTRO-SIM VALUE 'S'.
       77  WS-NO-FILTRO PIC X(01) VALUE 'N'.
           88 NO-FILTRO-SIM VALUE 'S'.

       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-PCT-DEVOL PIC 9(03)V99 VALUE 15.
       77  WS-MIN-ACUM PIC 9(09)V99 VALUE 1000.
       77  WS-QTDE-EST-LIM PIC 9(05) VALUE 3.
       77  WS-QTDE-DEV-LIM PIC 9(05) VALUE 10.
       77  WS-LIMITE-ACUM PIC 9(09)V99 VALUE 9000000,00.
       77  WS-DIAS-ATRASO PIC 9(05) VALUE 5.
       77  WS-FATOR-DIA PIC 9(03)V99 VALUE 3.
       77  WS-MIN-DIAS PIC 9(05) VALUE 5.

       77  WS-PASSO PIC 9(01) VALUE 1.
       77  WS-QTDE-PERIODOS PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-OO PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-FG PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-OPERADORES PIC 9(03) VALUE ZEROS.
       77  WS-IND PIC 9(04) VALUE ZEROS.
       77  WS-IND-PER PIC 9(04) VALUE ZEROS.
       77  WS-IND-OO PIC 9(04) VALUE ZEROS.
       77  WS-IND-FG PIC 9(04) VALUE ZEROS.
       77  WS-IND-FIL PIC 9(04) VALUE ZEROS.
       77  WS-IND-SEQ PIC 9(02) VALUE ZEROS.
       77  WS-IND-TIPO PIC 9(01) VALUE ZEROS.
       77  WS-PESQ-ANO PIC 9(04) VALUE ZEROS.
       77  WS-PESQ-MES PIC 9(02) VALUE ZEROS.
       77  WS-PESQ-FILIAL PIC 9(03) VALUE ZEROS.
       77  WS-PESQ-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-PESQ-TIPO PIC 9(01) VALUE ZEROS.
       77  WS-NIVEL PIC X(01) VALUE SPACES.
       77  WS-ACUM-APOS PIC S9(09)V99 VALUE ZEROS.
       77  WS-PERCENTUAL PIC S9(05)V99 VALUE ZEROS.
       77  WS-MEDIA PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIMITE-SUP PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIMITE-INF PIC S9(11)V99 VALUE ZEROS.
       77  WS-VARIANCIA PIC S9(17)V99 VALUE ZEROS.
       77  WS-DESVIO PIC S9(11)V99 VALUE ZEROS.
       77  WS-DN-ANO PIC 9(04) VALUE ZEROS.
       77  WS-DN-MES PIC 9(02) VALUE ZEROS.
       77  WS-DN-DIA PIC 9(02) VALUE ZEROS.
       77  WS-DN-BASE PIC 9(04) VALUE ZEROS.
       77  WS-DN-Q4 PIC 9(04) VALUE ZEROS.
       77  WS-DN-Q100 PIC 9(04) VALUE ZEROS.
       77  WS-DN-Q400 PIC 9(04) VALUE ZEROS.
       77  WS-DN-RESULTADO PIC 9(07) VALUE ZEROS.
       77  WS-DN-POSTAGEM PIC 9(07) VALUE ZEROS.
       77  WS-DN-FIM-PERIODO PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-CALC PIC S9(07) VALUE ZEROS.
       77  WS-SEQ-QTDE PIC 9(05) VALUE ZEROS.
       77  WS-SEQ-EDIT PIC 9(05) VALUE ZEROS.
       77  WS-PONTEIRO PIC 9(03) VALUE ZEROS.
       77  WS-REG-LIDOS PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-ALERTAS PIC 9(05) VALUE ZEROS.
       77  WS-TABELA-CHEIA PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==   EXCECOES E INDICIOS DE FRAUDE    =='.
               DISPLAY '==   (AUDITLOG X LIMITES PARMEXC)     =='.
               DISPLAY '========================================'.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               PERFORM OBTER-FILTRO.
               PERFORM CARREGAR-PARAMETROS.
               PERFORM CARREGAR-OPERADORES.
               PERFORM ABRIR-ARQUIVOS.
               PERFORM LIMPAR-TABELAS.
               MOVE 1 TO WS-PASSO.
               PERFORM PERCORRER-AUDITORIA.
               PERFORM IMPRIMIR-TITULO.
               PERFORM IMPRIMIR-DEVOLUCAO-ELEVADA.
               PERFORM IMPRIMIR-OPERADORES.
               MOVE 4 TO WS-PESQ-TIPO.
               PERFORM IMPRIMIR-ALERTAS.
               MOVE 5 TO WS-PESQ-TIPO.
               PERFORM IMPRIMIR-ALERTAS.
               PERFORM IMPRIMIR-REABERTOS.
               PERFORM IMPRIMIR-SECAO-DIAS.
               MOVE 2 TO WS-PASSO.
               PERFORM PERCORRER-AUDITORIA.
               PERFORM IMPRIMIR-RESUMO.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'REGISTROS DE AUDITORIA: ' WS-REG-LIDOS.
               DISPLAY 'ALERTAS EMITIDOS:       ' WS-TOTAL-ALERTAS.
               IF WS-TABELA-CHEIA NOT = ZEROS
                   DISPLAY '** LANCAMENTOS FORA DAS TABELAS: '
                           WS-TABELA-CHEIA
               END-IF.
               DISPLAY 'RELATORIO GRAVADO EM RELEXCEC'.
               STOP RUN.

       OBTER-FILTRO.
               MOVE 'N' TO WS-COM-FILTRO.
               MOVE WS-PARM(1:6) TO WS-PERIODO-PARM-X.
               IF WS-PERIODO-PARM-X IS NUMERIC
                  AND WS-PARM-MES GREATER ZEROS
                  AND WS-PARM-MES LESS 13
                   MOVE 'S' TO WS-COM-FILTRO
                   DISPLAY 'PERIODO ANALISADO: ' WS-PARM-MES '/'
                           WS-PARM-ANO
                 ELSE
                   DISPLAY 'PERIODO ANALISADO: TODO O AUDITLOG'
               END-IF.

       CARREGAR-PARAMETROS.
               OPEN INPUT PARAMETRO-FILE.
               IF WS-PX-STATUS = '35'
                   PERFORM CRIAR-PARAMETROS-PADRAO
                   OPEN INPUT PARAMETRO-FILE
               END-IF.
               IF WS-PX-STATUS NOT = '00'
                   DISPLAY 'AVISO: PARMEXC NAO DISPONIVEL '
                           WS-PX-STATUS
                   DISPLAY 'USANDO OS LIMITES PADRAO'
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-PX-EOF.
               PERFORM UNTIL PX-EOF-SIM
                   READ PARAMETRO-FILE
                       AT END MOVE 'S' TO WS-PX-EOF
                   END-READ
                   IF NOT PX-EOF-SIM
                       PERFORM APLICAR-PARAMETRO
                   END-IF
               END-PERFORM.
               CLOSE PARAMETRO-FILE.

       APLICAR-PARAMETRO.
               IF PX-VALOR NOT NUMERIC
                   DISPLAY 'AVISO: VALOR INVALIDO EM PARMEXC '
                           PX-CODIGO
                   EXIT PARAGRAPH
               END-IF.
               EVALUATE PX-CODIGO
                   WHEN 'PCTDEVOL'
                       MOVE PX-VALOR TO WS-PCT-DEVOL
                   WHEN 'MINACUM'
                       MOVE PX-VALOR TO WS-MIN-ACUM
                   WHEN 'QTDESTOR'
                       MOVE PX-VALOR TO WS-QTDE-EST-LIM
                   WHEN 'QTDDEVOL'
                       MOVE PX-VALOR TO WS-QTDE-DEV-LIM
                   WHEN 'LIMACUM'
                       MOVE PX-VALOR TO WS-LIMITE-ACUM
                   WHEN 'DIASATRA'
                       MOVE PX-VALOR TO WS-DIAS-ATRASO
                   WHEN 'FATORDIA'
                       MOVE PX-VALOR TO WS-FATOR-DIA
                   WHEN 'MINDIAS'
                       MOVE PX-VALOR TO WS-MIN-DIAS
                   WHEN OTHER
                       DISPLAY 'AVISO: PARAMETRO DESCONHECIDO '
                               PX-CODIGO
               END-EVALUATE.

       CRIAR-PARAMETROS-PADRAO.
               OPEN OUTPUT PARAMETRO-FILE.
               MOVE 'PCTDEVOL' TO PX-CODIGO.
               MOVE WS-PCT-DEVOL TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'MINACUM' TO PX-CODIGO.
               MOVE WS-MIN-ACUM TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'QTDESTOR' TO PX-CODIGO.
               MOVE WS-QTDE-EST-LIM TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'QTDDEVOL' TO PX-CODIGO.
               MOVE WS-QTDE-DEV-LIM TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'LIMACUM' TO PX-CODIGO.
               MOVE WS-LIMITE-ACUM TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'DIASATRA' TO PX-CODIGO.
               MOVE WS-DIAS-ATRASO TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'FATORDIA' TO PX-CODIGO.
               MOVE WS-FATOR-DIA TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               MOVE 'MINDIAS' TO PX-CODIGO.
               MOVE WS-MIN-DIAS TO PX-VALOR.
               WRITE PARAMETRO-RECORD.
               CLOSE PARAMETRO-FILE.
               DISPLAY '** PARMEXC CRIADO COM OS LIMITES'.
               DISPLAY '** PADRAO - REVISE OS VALORES **'.

       CARREGAR-OPERADORES.
               MOVE ZEROS TO WS-QTDE-OPERADORES.
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
                      AND WS-QTDE-OPERADORES LESS 200
                       ADD 1 TO WS-QTDE-OPERADORES
                       MOVE OP-ID TO TO-ID(WS-QTDE-OPERADORES)
                       MOVE OP-NIVEL TO TO-NIVEL(WS-QTDE-OPERADORES)
                   END-IF
               END-PERFORM.
               CLOSE OPERADOR-FILE.

       ABRIR-ARQUIVOS.
               OPEN INPUT SALES-MASTER.
               IF WS-SM-STATUS = '00'
                   MOVE 'S' TO WS-SM-ABERTO
                 ELSE
                   DISPLAY 'AVISO: SALESMF NAO DISPONIVEL '
                           WS-SM-STATUS
               END-IF.

               OPEN OUTPUT RELATORIO-FILE.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-FILE '
                           WS-REL-STATUS
               END-IF.

       ENCERRAR-ARQUIVOS.
               IF SM-ABERTO-SIM
                   CLOSE SALES-MASTER
               END-IF.
               CLOSE RELATORIO-FILE.

       LIMPAR-TABELAS.
               MOVE ZEROS TO WS-QTDE-PERIODOS.
               MOVE ZEROS TO WS-QTDE-OO.
               MOVE ZEROS TO WS-QTDE-FG.
               PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                       UNTIL WS-IND-TIPO GREATER 7
                   MOVE ZEROS TO QTDE-ALERTAS(WS-IND-TIPO)
               END-PERFORM.
               PERFORM VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL WS-IND-FIL GREATER 999
                   MOVE ZEROS TO BR-SOMA(WS-IND-FIL)
                   MOVE ZEROS TO BR-SOMA-QUAD(WS-IND-FIL)
                   MOVE ZEROS TO BR-DIAS(WS-IND-FIL)
               END-PERFORM.
               PERFORM LIMPAR-DIAS.

       LIMPAR-DIAS.
               PERFORM VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL WS-IND-FIL GREATER 999
                   MOVE ZEROS TO BR-DATA-DIA(WS-IND-FIL)
                   MOVE ZEROS TO BR-TOTAL-DIA(WS-IND-FIL)
                   MOVE SPACES TO BR-OPERADOR(WS-IND-FIL)
                   MOVE ZEROS TO BR-QTDE-SEQ(WS-IND-FIL)
                   MOVE ZEROS TO BR-SEQS(WS-IND-FIL)
               END-PERFORM.

       PERCORRER-AUDITORIA.
               MOVE 'N' TO WS-AUD-EOF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'AVISO: AUDITLOG NAO DISPONIVEL '
                           WS-AUD-STATUS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM LIMPAR-DIAS.
               PERFORM UNTIL AUD-EOF-SIM
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                   END-READ
                   IF NOT AUD-EOF-SIM
                       IF WS-PASSO = 1
                           ADD 1 TO WS-REG-LIDOS
                           PERFORM ANALISAR-LANCAMENTO
                       END-IF
                       PERFORM ACUMULAR-DIA
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.
               PERFORM VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL WS-IND-FIL GREATER 999
                   IF BR-DATA-DIA(WS-IND-FIL) NOT = ZEROS
                       PERFORM FECHAR-DIA
                   END-IF
               END-PERFORM.

       ANALISAR-LANCAMENTO.
               IF AUD-FILIAL = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'S' TO WS-NO-FILTRO.
               IF COM-FILTRO-SIM
                  AND (AUD-ANO NOT = WS-PARM-ANO
                   OR AUD-MES NOT = WS-PARM-MES)
                   MOVE 'N' TO WS-NO-FILTRO
               END-IF.
               MOVE AUD-ANO TO WS-PESQ-ANO.
               MOVE AUD-MES TO WS-PESQ-MES.
               MOVE AUD-FILIAL TO WS-PESQ-FILIAL.
               PERFORM LOCALIZAR-PERIODO.
               IF NOT PERIODO-ACHADO-SIM
                   ADD 1 TO WS-TABELA-CHEIA
                   EXIT PARAGRAPH
               END-IF.
               EVALUATE AUD-TIPO
                   WHEN 'V'
                       PERFORM VERIFICAR-LIMITE-SUPERVISOR
                       ADD AUD-VALOR TO PB-ACUM(WS-IND-PER)
                   WHEN 'E'
                       ADD AUD-VALOR TO PB-ACUM(WS-IND-PER)
                   WHEN 'A'
                       ADD AUD-VALOR TO PB-ACUM(WS-IND-PER)
                   WHEN 'T'
                       ADD AUD-VALOR TO PB-ACUM(WS-IND-PER)
                   WHEN 'D'
                       ADD 1 TO PB-QTDE-DEV(WS-IND-PER)
                       IF PB-QTDE-DEV(WS-IND-PER) NOT GREATER 10
                           MOVE AUD-SEQ TO PB-SEQ-DEV(WS-IND-PER,
                               PB-QTDE-DEV(WS-IND-PER))
                       END-IF
                       IF PB-OPER-DEV(WS-IND-PER) = SPACES
                           MOVE AUD-OPERADOR TO PB-OPER-DEV(WS-IND-PER)
                         ELSE
                           IF PB-OPER-DEV(WS-IND-PER) NOT = AUD-OPERADOR
                               MOVE 'VARIOS' TO PB-OPER-DEV(WS-IND-PER)
                           END-IF
                       END-IF
                   WHEN 'R'
                       IF PB-QTDE-REAB(WS-IND-PER) = ZEROS
                           MOVE AUD-DATA TO PB-DATA-REAB(WS-IND-PER)
                           MOVE AUD-OPERADOR
                               TO PB-OPER-REAB(WS-IND-PER)
                       END-IF
                       ADD 1 TO PB-QTDE-REAB(WS-IND-PER)
                       MOVE 'S' TO PB-REABERTO(WS-IND-PER)
                       PERFORM ANOTAR-SEQ-REABERTURA
                   WHEN 'F'
                       IF PB-REABERTO(WS-IND-PER) = 'S'
                           MOVE 'F' TO PB-REABERTO(WS-IND-PER)
                       END-IF
               END-EVALUATE.
               IF PB-REABERTO(WS-IND-PER) = 'S'
                  AND (AUD-TIPO = 'V' OR AUD-TIPO = 'D'
                   OR AUD-TIPO = 'E' OR AUD-TIPO = 'A')
                   MOVE 'S' TO PB-ALTERADO(WS-IND-PER)
                   ADD AUD-VALOR TO PB-VALOR-ALT(WS-IND-PER)
                   PERFORM ANOTAR-SEQ-REABERTURA
               END-IF.
               IF NOT NO-FILTRO-SIM
                   EXIT PARAGRAPH
               END-IF.
               IF AUD-TIPO = 'V' OR AUD-TIPO = 'D'
                  OR AUD-TIPO = 'E' OR AUD-TIPO = 'A'
                   PERFORM VERIFICAR-ATRASO
               END-IF.
               IF AUD-TIPO = 'E' OR AUD-TIPO = 'D'
                   PERFORM CONTAR-OPERADOR
               END-IF.

       ANOTAR-SEQ-REABERTURA.
               ADD 1 TO PB-QTDE-ALT(WS-IND-PER).
               IF PB-QTDE-ALT(WS-IND-PER) NOT GREATER 10
                   MOVE AUD-SEQ TO PB-SEQ-ALT(WS-IND-PER,
                       PB-QTDE-ALT(WS-IND-PER))
               END-IF.

       LOCALIZAR-PERIODO.
               MOVE 'N' TO WS-PERIODO-ACHADO.
               IF WS-IND-PER GREATER ZEROS
                  AND WS-IND-PER NOT GREATER WS-QTDE-PERIODOS
                   IF PB-ANO(WS-IND-PER) = WS-PESQ-ANO
                      AND PB-MES(WS-IND-PER) = WS-PESQ-MES
                      AND PB-FILIAL(WS-IND-PER) = WS-PESQ-FILIAL
                       MOVE 'S' TO WS-PERIODO-ACHADO
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-PERIODOS
                          OR PERIODO-ACHADO-SIM
                   IF PB-ANO(WS-IND) = WS-PESQ-ANO
                      AND PB-MES(WS-IND) = WS-PESQ-MES
                      AND PB-FILIAL(WS-IND) = WS-PESQ-FILIAL
                       MOVE WS-IND TO WS-IND-PER
                       MOVE 'S' TO WS-PERIODO-ACHADO
                   END-IF
               END-PERFORM.
               IF NOT PERIODO-ACHADO-SIM
                   IF WS-QTDE-PERIODOS LESS 2000
                       ADD 1 TO WS-QTDE-PERIODOS
                       MOVE WS-QTDE-PERIODOS TO WS-IND-PER
                       MOVE WS-PESQ-ANO TO PB-ANO(WS-IND-PER)
                       MOVE WS-PESQ-MES TO PB-MES(WS-IND-PER)
                       MOVE WS-PESQ-FILIAL TO PB-FILIAL(WS-IND-PER)
                       MOVE ZEROS TO PB-ACUM(WS-IND-PER)
                       MOVE 'N' TO PB-REABERTO(WS-IND-PER)
                       MOVE ZEROS TO PB-QTDE-REAB(WS-IND-PER)
                       MOVE ZEROS TO PB-DATA-REAB(WS-IND-PER)
                       MOVE SPACES TO PB-OPER-REAB(WS-IND-PER)
                       MOVE 'N' TO PB-ALTERADO(WS-IND-PER)
                       MOVE ZEROS TO PB-VALOR-ALT(WS-IND-PER)
                       MOVE ZEROS TO PB-QTDE-ALT(WS-IND-PER)
                       MOVE ZEROS TO PB-SEQS-ALT(WS-IND-PER)
                       MOVE ZEROS TO PB-QTDE-DEV(WS-IND-PER)
                       MOVE SPACES TO PB-OPER-DEV(WS-IND-PER)
                       MOVE ZEROS TO PB-SEQS-DEV(WS-IND-PER)
                       MOVE 'S' TO WS-PERIODO-ACHADO
                     ELSE
                       DISPLAY '** TABELA DE PERIODOS CHEIA **'
                   END-IF
               END-IF.

       OBTER-NIVEL-OPERADOR.
               MOVE SPACES TO WS-NIVEL.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-OPERADORES
                          OR WS-NIVEL NOT = SPACES
                   IF TO-ID(WS-IND) = AUD-OPERADOR
                       MOVE TO-NIVEL(WS-IND) TO WS-NIVEL
                   END-IF
               END-PERFORM.

       VERIFICAR-LIMITE-SUPERVISOR.
               COMPUTE WS-ACUM-APOS = PB-ACUM(WS-IND-PER) + AUD-VALOR.
               IF WS-ACUM-APOS LESS WS-LIMITE-ACUM
                  OR NOT NO-FILTRO-SIM
                   EXIT PARAGRAPH
               END-IF.
               PERFORM OBTER-NIVEL-OPERADOR.
               IF WS-NIVEL NOT = 'S'
                   EXIT PARAGRAPH
               END-IF.
               MOVE 4 TO WS-PESQ-TIPO.
               MOVE AUD-OPERADOR TO WS-PESQ-OPERADOR.
               PERFORM LOCALIZAR-ALERTA.
               IF ALERTA-ACHADO-SIM
                   IF WS-ACUM-APOS GREATER FG-VALOR(WS-IND-FG)
                       MOVE WS-ACUM-APOS TO FG-VALOR(WS-IND-FG)
                   END-IF
                   MOVE WS-LIMITE-ACUM TO FG-REFERENCIA(WS-IND-FG)
                   PERFORM ANOTAR-SEQ-ALERTA
               END-IF.

       VERIFICAR-ATRASO.
               MOVE AUD-DATA-AAAA TO WS-DN-ANO.
               MOVE AUD-DATA-MM TO WS-DN-MES.
               MOVE AUD-DATA-DD TO WS-DN-DIA.
               IF WS-DN-MES LESS 1 OR WS-DN-MES GREATER 12
                  OR AUD-MES LESS 1 OR AUD-MES GREATER 12
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CALCULAR-DIA-NUMERO.
               MOVE WS-DN-RESULTADO TO WS-DN-POSTAGEM.
               MOVE AUD-ANO TO WS-DN-ANO.
               COMPUTE WS-DN-MES = AUD-MES + 1.
               IF WS-DN-MES GREATER 12
                   MOVE 1 TO WS-DN-MES
                   ADD 1 TO WS-DN-ANO
               END-IF.
               MOVE 1 TO WS-DN-DIA.
               PERFORM CALCULAR-DIA-NUMERO.
               COMPUTE WS-DN-FIM-PERIODO = WS-DN-RESULTADO - 1.
               COMPUTE WS-DIAS-CALC =
                       WS-DN-POSTAGEM - WS-DN-FIM-PERIODO.
               IF WS-DIAS-CALC NOT GREATER WS-DIAS-ATRASO
                   EXIT PARAGRAPH
               END-IF.
               MOVE 5 TO WS-PESQ-TIPO.
               MOVE AUD-OPERADOR TO WS-PESQ-OPERADOR.
               PERFORM LOCALIZAR-ALERTA.
               IF ALERTA-ACHADO-SIM
                   ADD AUD-VALOR TO FG-VALOR(WS-IND-FG)
                   IF WS-DIAS-CALC GREATER FG-REFERENCIA(WS-IND-FG)
                       MOVE WS-DIAS-CALC TO FG-REFERENCIA(WS-IND-FG)
                   END-IF
                   PERFORM ANOTAR-SEQ-ALERTA
               END-IF.

       CALCULAR-DIA-NUMERO.
               MOVE WS-DN-ANO TO WS-DN-BASE.
               IF WS-DN-MES NOT GREATER 2
                   SUBTRACT 1 FROM WS-DN-BASE
               END-IF.
               DIVIDE WS-DN-BASE BY 4 GIVING WS-DN-Q4.
               DIVIDE WS-DN-BASE BY 100 GIVING WS-DN-Q100.
               DIVIDE WS-DN-BASE BY 400 GIVING WS-DN-Q400.
               COMPUTE WS-DN-RESULTADO = WS-DN-ANO * 365
                       + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                       + DIAS-ANTES-MES(WS-DN-MES) + WS-DN-DIA.

       CONTAR-OPERADOR.
               MOVE 'N' TO WS-OO-ACHADO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-OO
                          OR OO-ACHADO-SIM
                   IF OO-OPERADOR(WS-IND) = AUD-OPERADOR
                      AND OO-ANO(WS-IND) = AUD-ANO
                      AND OO-MES(WS-IND) = AUD-MES
                      AND OO-FILIAL(WS-IND) = AUD-FILIAL
                       MOVE WS-IND TO WS-IND-OO
                       MOVE 'S' TO WS-OO-ACHADO
                   END-IF
               END-PERFORM.
               IF NOT OO-ACHADO-SIM
                   IF WS-QTDE-OO LESS 2000
                       ADD 1 TO WS-QTDE-OO
                       MOVE WS-QTDE-OO TO WS-IND-OO
                       MOVE AUD-OPERADOR TO OO-OPERADOR(WS-IND-OO)
                       MOVE AUD-ANO TO OO-ANO(WS-IND-OO)
                       MOVE AUD-MES TO OO-MES(WS-IND-OO)
                       MOVE AUD-FILIAL TO OO-FILIAL(WS-IND-OO)
                       MOVE ZEROS TO OO-VALOR-EST(WS-IND-OO)
                       MOVE ZEROS TO OO-QTDE-EST(WS-IND-OO)
                       MOVE ZEROS TO OO-SEQS-EST(WS-IND-OO)
                       MOVE ZEROS TO OO-VALOR-DEV(WS-IND-OO)
                       MOVE ZEROS TO OO-QTDE-DEV(WS-IND-OO)
                       MOVE ZEROS TO OO-SEQS-DEV(WS-IND-OO)
                     ELSE
                       DISPLAY '** TABELA DE OPERADORES CHEIA **'
                       ADD 1 TO WS-TABELA-CHEIA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               IF AUD-TIPO = 'E'
                   ADD AUD-VALOR TO OO-VALOR-EST(WS-IND-OO)
                   ADD 1 TO OO-QTDE-EST(WS-IND-OO)
                   IF OO-QTDE-EST(WS-IND-OO) NOT GREATER 10
                       MOVE AUD-SEQ TO OO-SEQ-EST(WS-IND-OO,
                           OO-QTDE-EST(WS-IND-OO))
                   END-IF
                 ELSE
                   ADD AUD-VALOR TO OO-VALOR-DEV(WS-IND-OO)
                   ADD 1 TO OO-QTDE-DEV(WS-IND-OO)
                   IF OO-QTDE-DEV(WS-IND-OO) NOT GREATER 10
                       MOVE AUD-SEQ TO OO-SEQ-DEV(WS-IND-OO,
                           OO-QTDE-DEV(WS-IND-OO))
                   END-IF
               END-IF.

       LOCALIZAR-ALERTA.
               MOVE 'N' TO WS-ALERTA-ACHADO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-FG
                          OR ALERTA-ACHADO-SIM
                   IF FG-TIPO(WS-IND) = WS-PESQ-TIPO
                      AND FG-FILIAL(WS-IND) = AUD-FILIAL
                      AND FG-OPERADOR(WS-IND) = WS-PESQ-OPERADOR
                      AND FG-ANO(WS-IND) = AUD-ANO
                      AND FG-MES(WS-IND) = AUD-MES
                       MOVE WS-IND TO WS-IND-FG
                       MOVE 'S' TO WS-ALERTA-ACHADO
                   END-IF
               END-PERFORM.
               IF ALERTA-ACHADO-SIM
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTDE-FG LESS 1000
                   ADD 1 TO WS-QTDE-FG
                   MOVE WS-QTDE-FG TO WS-IND-FG
                   MOVE WS-PESQ-TIPO TO FG-TIPO(WS-IND-FG)
                   MOVE AUD-FILIAL TO FG-FILIAL(WS-IND-FG)
                   MOVE WS-PESQ-OPERADOR TO FG-OPERADOR(WS-IND-FG)
                   MOVE AUD-ANO TO FG-ANO(WS-IND-FG)
                   MOVE AUD-MES TO FG-MES(WS-IND-FG)
                   MOVE ZEROS TO FG-VALOR(WS-IND-FG)
                   MOVE ZEROS TO FG-REFERENCIA(WS-IND-FG)
                   MOVE ZEROS TO FG-QTDE(WS-IND-FG)
                   MOVE ZEROS TO FG-SEQS(WS-IND-FG)
                   MOVE 'S' TO WS-ALERTA-ACHADO
                 ELSE
                   DISPLAY '** TABELA DE ALERTAS CHEIA **'
                   ADD 1 TO WS-TABELA-CHEIA
               END-IF.

       ANOTAR-SEQ-ALERTA.
               ADD 1 TO FG-QTDE(WS-IND-FG).
               IF FG-QTDE(WS-IND-FG) NOT GREATER 10
                   MOVE AUD-SEQ TO FG-SEQ(WS-IND-FG,
                       FG-QTDE(WS-IND-FG))
               END-IF.

       ACUMULAR-DIA.
               IF AUD-FILIAL = ZEROS
                  OR (AUD-TIPO NOT = 'V' AND AUD-TIPO NOT = 'E')
                   EXIT PARAGRAPH
               END-IF.
               MOVE AUD-FILIAL TO WS-IND-FIL.
               IF BR-DATA-DIA(WS-IND-FIL) NOT = AUD-DATA
                   IF BR-DATA-DIA(WS-IND-FIL) NOT = ZEROS
                       PERFORM FECHAR-DIA
                   END-IF
                   MOVE AUD-DATA TO BR-DATA-DIA(WS-IND-FIL)
                   MOVE ZEROS TO BR-TOTAL-DIA(WS-IND-FIL)
                   MOVE AUD-OPERADOR TO BR-OPERADOR(WS-IND-FIL)
                   MOVE ZEROS TO BR-QTDE-SEQ(WS-IND-FIL)
                   MOVE ZEROS TO BR-SEQS(WS-IND-FIL)
               END-IF.
               ADD AUD-VALOR TO BR-TOTAL-DIA(WS-IND-FIL).
               IF BR-OPERADOR(WS-IND-FIL) NOT = AUD-OPERADOR
                   MOVE 'VARIOS' TO BR-OPERADOR(WS-IND-FIL)
               END-IF.
               ADD 1 TO BR-QTDE-SEQ(WS-IND-FIL).
               IF BR-QTDE-SEQ(WS-IND-FIL) NOT GREATER 10
                   MOVE AUD-SEQ TO BR-SEQ(WS-IND-FIL,
                       BR-QTDE-SEQ(WS-IND-FIL))
               END-IF.

       FECHAR-DIA.
               IF WS-PASSO = 1
                   ADD BR-TOTAL-DIA(WS-IND-FIL) TO BR-SOMA(WS-IND-FIL)
                   ADD 1 TO BR-DIAS(WS-IND-FIL)
                   COMPUTE BR-SOMA-QUAD(WS-IND-FIL) =
                           BR-SOMA-QUAD(WS-IND-FIL)
                           + BR-TOTAL-DIA(WS-IND-FIL)
                           * BR-TOTAL-DIA(WS-IND-FIL)
                   EXIT PARAGRAPH
               END-IF.
               IF BR-DIAS(WS-IND-FIL) LESS WS-MIN-DIAS
                  OR BR-DIAS(WS-IND-FIL) = ZEROS
                  OR WS-FATOR-DIA = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE BR-DATA-DIA(WS-IND-FIL) TO WS-DATA-DIA.
               IF COM-FILTRO-SIM
                  AND (WS-DIA-AAAA NOT = WS-PARM-ANO
                   OR WS-DIA-MM NOT = WS-PARM-MES)
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-MEDIA ROUNDED =
                       BR-SOMA(WS-IND-FIL) / BR-DIAS(WS-IND-FIL).
               COMPUTE WS-VARIANCIA ROUNDED =
                       BR-SOMA-QUAD(WS-IND-FIL) / BR-DIAS(WS-IND-FIL)
                       - WS-MEDIA * WS-MEDIA.
               IF WS-VARIANCIA NOT GREATER ZEROS
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-DESVIO ROUNDED = WS-VARIANCIA ** 0,5.
               COMPUTE WS-LIMITE-SUP =
                       WS-MEDIA + WS-DESVIO * WS-FATOR-DIA.
               COMPUTE WS-LIMITE-INF =
                       WS-MEDIA - WS-DESVIO * WS-FATOR-DIA.
               IF BR-TOTAL-DIA(WS-IND-FIL) NOT GREATER WS-LIMITE-SUP
                  AND BR-TOTAL-DIA(WS-IND-FIL) NOT LESS WS-LIMITE-INF
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-IND-FIL TO LD-FILIAL.
               MOVE BR-OPERADOR(WS-IND-FIL) TO LD-OPERADOR.
               MOVE WS-DIA-MM TO LD-MES.
               MOVE WS-DIA-AAAA TO LD-ANO.
               MOVE WS-DATA-DIA-R TO LD-DATA.
               MOVE BR-TOTAL-DIA(WS-IND-FIL) TO LD-VALOR.
               MOVE WS-MEDIA TO LD-REFERENCIA.
               MOVE BR-QTDE-SEQ(WS-IND-FIL) TO LD-QTDE.
               MOVE BR-SEQS(WS-IND-FIL) TO WS-LISTA-SEQS.
               MOVE BR-QTDE-SEQ(WS-IND-FIL) TO WS-SEQ-QTDE.
               MOVE 7 TO WS-IND-TIPO.
               PERFORM GRAVAR-LINHA-ALERTA.

       IMPRIMIR-TITULO.
               IF COM-FILTRO-SIM
                   STRING 'PERIODO ' WS-PARM-MES '/' WS-PARM-ANO
                       DELIMITED BY SIZE INTO LT-FILTRO
                 ELSE
                   MOVE 'TODOS OS PERIODOS' TO LT-FILTRO
               END-IF.
               MOVE WS-DATA-DD TO LT-DIA.
               MOVE WS-DATA-MM TO LT-MES.
               MOVE WS-DATA-AAAA TO LT-ANO.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE WS-PCT-DEVOL TO LP-PCT-DEVOL.
               MOVE WS-QTDE-EST-LIM TO LP-QTDE-EST.
               MOVE WS-QTDE-DEV-LIM TO LP-QTDE-DEV.
               MOVE WS-LIMITE-ACUM TO LP-LIMITE.
               MOVE WS-DIAS-ATRASO TO LP-DIAS.
               MOVE WS-FATOR-DIA TO LP-FATOR.
               MOVE LINHA-PARAMETROS TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-SECAO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-DEVOLUCAO-ELEVADA.
               MOVE 'DEVOLUCOES ELEVADAS (SALESMF)' TO LS-TITULO.
               MOVE 'DEVOLUCOES DO PERIODO' TO LS-VALOR.
               MOVE '% SOBRE A VENDA BRUTA' TO LS-REFERENCIA.
               PERFORM IMPRIMIR-SECAO.
               IF NOT SM-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-SM-EOF.
               MOVE LOW-VALUES TO SM-CHAVE.
               START SALES-MASTER KEY IS GREATER THAN OR EQUAL
                       SM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-SM-EOF
               END-START.
               PERFORM UNTIL SM-EOF-SIM
                   READ SALES-MASTER NEXT RECORD
                       AT END MOVE 'S' TO WS-SM-EOF
                   END-READ
                   IF WS-SM-STATUS NOT = '00'
                       MOVE 'S' TO WS-SM-EOF
                   END-IF
                   IF NOT SM-EOF-SIM
                       PERFORM AVALIAR-DEVOLUCAO
                   END-IF
               END-PERFORM.

       AVALIAR-DEVOLUCAO.
               IF COM-FILTRO-SIM
                  AND (SM-ANO NOT = WS-PARM-ANO
                   OR SM-MES NOT = WS-PARM-MES)
                   EXIT PARAGRAPH
               END-IF.
               IF SM-ACUM LESS WS-MIN-ACUM OR SM-ACUM = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-PERCENTUAL ROUNDED =
                       SM-DEVOL * 100 / SM-ACUM
                 ON SIZE ERROR
                   MOVE 99999,99 TO WS-PERCENTUAL
               END-COMPUTE.
               IF WS-PERCENTUAL NOT GREATER WS-PCT-DEVOL
                   EXIT PARAGRAPH
               END-IF.
               MOVE SM-FILIAL TO LD-FILIAL.
               MOVE SPACES TO LD-OPERADOR.
               MOVE SM-MES TO LD-MES.
               MOVE SM-ANO TO LD-ANO.
               MOVE SPACES TO LD-DATA.
               MOVE SM-DEVOL TO LD-VALOR.
               MOVE WS-PERCENTUAL TO LD-REFERENCIA.
               MOVE ZEROS TO WS-SEQ-QTDE.
               MOVE ZEROS TO WS-LISTA-SEQS.
               MOVE SM-ANO TO WS-PESQ-ANO.
               MOVE SM-MES TO WS-PESQ-MES.
               MOVE SM-FILIAL TO WS-PESQ-FILIAL.
               MOVE 'N' TO WS-PERIODO-ACHADO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-PERIODOS
                          OR PERIODO-ACHADO-SIM
                   IF PB-ANO(WS-IND) = WS-PESQ-ANO
                      AND PB-MES(WS-IND) = WS-PESQ-MES
                      AND PB-FILIAL(WS-IND) = WS-PESQ-FILIAL
                       MOVE 'S' TO WS-PERIODO-ACHADO
                       MOVE PB-OPER-DEV(WS-IND) TO LD-OPERADOR
                       MOVE PB-QTDE-DEV(WS-IND) TO WS-SEQ-QTDE
                       MOVE PB-SEQS-DEV(WS-IND) TO WS-LISTA-SEQS
                   END-IF
               END-PERFORM.
               MOVE WS-SEQ-QTDE TO LD-QTDE.
               MOVE 1 TO WS-IND-TIPO.
               PERFORM GRAVAR-LINHA-ALERTA.

       IMPRIMIR-OPERADORES.
               MOVE 'ESTORNOS FREQUENTES POR OPERADOR' TO LS-TITULO.
               MOVE 'VALOR ESTORNADO' TO LS-VALOR.
               MOVE 'LIMITE DE ESTORNOS' TO LS-REFERENCIA.
               PERFORM IMPRIMIR-SECAO.
               PERFORM VARYING WS-IND-OO FROM 1 BY 1
                       UNTIL WS-IND-OO GREATER WS-QTDE-OO
                   IF OO-QTDE-EST(WS-IND-OO) NOT LESS WS-QTDE-EST-LIM
                      AND OO-QTDE-EST(WS-IND-OO) GREATER ZEROS
                       MOVE OO-VALOR-EST(WS-IND-OO) TO LD-VALOR
                       MOVE WS-QTDE-EST-LIM TO LD-REFERENCIA
                       MOVE OO-QTDE-EST(WS-IND-OO) TO LD-QTDE
                       MOVE OO-QTDE-EST(WS-IND-OO) TO WS-SEQ-QTDE
                       MOVE OO-SEQS-EST(WS-IND-OO) TO WS-LISTA-SEQS
                       MOVE 2 TO WS-IND-TIPO
                       PERFORM IMPRIMIR-OPERADOR-PERIODO
                   END-IF
               END-PERFORM.
               MOVE 'DEVOLUCOES FREQUENTES POR OPERADOR'
                   TO LS-TITULO.
               MOVE 'VALOR DEVOLVIDO' TO LS-VALOR.
               MOVE 'LIMITE DE DEVOLUCOES' TO LS-REFERENCIA.
               PERFORM IMPRIMIR-SECAO.
               PERFORM VARYING WS-IND-OO FROM 1 BY 1
                       UNTIL WS-IND-OO GREATER WS-QTDE-OO
                   IF OO-QTDE-DEV(WS-IND-OO) NOT LESS WS-QTDE-DEV-LIM
                      AND OO-QTDE-DEV(WS-IND-OO) GREATER ZEROS
                       MOVE OO-VALOR-DEV(WS-IND-OO) TO LD-VALOR
                       MOVE WS-QTDE-DEV-LIM TO LD-REFERENCIA
                       MOVE OO-QTDE-DEV(WS-IND-OO) TO LD-QTDE
                       MOVE OO-QTDE-DEV(WS-IND-OO) TO WS-SEQ-QTDE
                       MOVE OO-SEQS-DEV(WS-IND-OO) TO WS-LISTA-SEQS
                       MOVE 3 TO WS-IND-TIPO
                       PERFORM IMPRIMIR-OPERADOR-PERIODO
                   END-IF
               END-PERFORM.

       IMPRIMIR-OPERADOR-PERIODO.
               MOVE OO-FILIAL(WS-IND-OO) TO LD-FILIAL.
               MOVE OO-OPERADOR(WS-IND-OO) TO LD-OPERADOR.
               MOVE OO-MES(WS-IND-OO) TO LD-MES.
               MOVE OO-ANO(WS-IND-OO) TO LD-ANO.
               MOVE SPACES TO LD-DATA.
               PERFORM GRAVAR-LINHA-ALERTA.

       IMPRIMIR-ALERTAS.
               IF WS-PESQ-TIPO = 4
                   MOVE 'VENDAS DE SUPERVISOR ACIMA DO LIMITE'
                       TO LS-TITULO
                   MOVE 'MAIOR ACUM ATINGIDO' TO LS-VALOR
                   MOVE 'LIMITE DO ACUM' TO LS-REFERENCIA
                 ELSE
                   MOVE 'LANCAMENTOS TARDIOS' TO LS-TITULO
                   MOVE 'VALOR LANCADO' TO LS-VALOR
                   MOVE 'MAIOR ATRASO EM DIAS' TO LS-REFERENCIA
               END-IF.
               PERFORM IMPRIMIR-SECAO.
               PERFORM VARYING WS-IND-FG FROM 1 BY 1
                       UNTIL WS-IND-FG GREATER WS-QTDE-FG
                   IF FG-TIPO(WS-IND-FG) = WS-PESQ-TIPO
                       MOVE FG-FILIAL(WS-IND-FG) TO LD-FILIAL
                       MOVE FG-OPERADOR(WS-IND-FG) TO LD-OPERADOR
                       MOVE FG-MES(WS-IND-FG) TO LD-MES
                       MOVE FG-ANO(WS-IND-FG) TO LD-ANO
                       MOVE SPACES TO LD-DATA
                       MOVE FG-VALOR(WS-IND-FG) TO LD-VALOR
                       MOVE FG-REFERENCIA(WS-IND-FG) TO LD-REFERENCIA
                       MOVE FG-QTDE(WS-IND-FG) TO LD-QTDE
                       MOVE FG-QTDE(WS-IND-FG) TO WS-SEQ-QTDE
                       MOVE FG-SEQS(WS-IND-FG) TO WS-LISTA-SEQS
                       MOVE WS-PESQ-TIPO TO WS-IND-TIPO
                       PERFORM GRAVAR-LINHA-ALERTA
                   END-IF
               END-PERFORM.

       IMPRIMIR-REABERTOS.
               MOVE 'PERIODOS REABERTOS E ALTERADOS' TO LS-TITULO.
               MOVE 'ALTERADO APOS REABRIR' TO LS-VALOR.
               MOVE 'QTDE DE REABERTURAS' TO LS-REFERENCIA.
               PERFORM IMPRIMIR-SECAO.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF PB-ALTERADO(WS-IND-PER) = 'S'
                      AND (NOT COM-FILTRO-SIM
                       OR (PB-ANO(WS-IND-PER) = WS-PARM-ANO
                      AND PB-MES(WS-IND-PER) = WS-PARM-MES))
                       MOVE PB-FILIAL(WS-IND-PER) TO LD-FILIAL
                       MOVE PB-OPER-REAB(WS-IND-PER) TO LD-OPERADOR
                       MOVE PB-MES(WS-IND-PER) TO LD-MES
                       MOVE PB-ANO(WS-IND-PER) TO LD-ANO
                       MOVE PB-DATA-REAB(WS-IND-PER) TO LD-DATA
                       MOVE PB-VALOR-ALT(WS-IND-PER) TO LD-VALOR
                       MOVE PB-QTDE-REAB(WS-IND-PER) TO LD-REFERENCIA
                       MOVE PB-QTDE-ALT(WS-IND-PER) TO LD-QTDE
                       MOVE PB-QTDE-ALT(WS-IND-PER) TO WS-SEQ-QTDE
                       MOVE PB-SEQS-ALT(WS-IND-PER) TO WS-LISTA-SEQS
                       MOVE 6 TO WS-IND-TIPO
                       PERFORM GRAVAR-LINHA-ALERTA
                   END-IF
               END-PERFORM.

       IMPRIMIR-SECAO-DIAS.
               MOVE 'TOTAL DIARIO FORA DO PADRAO DA FILIAL'
                   TO LS-TITULO.
               MOVE 'VENDA LIQUIDA DO DIA' TO LS-VALOR.
               MOVE 'MEDIA DIARIA DA FILIAL' TO LS-REFERENCIA.
               PERFORM IMPRIMIR-SECAO.

       MONTAR-SEQS.
               MOVE SPACES TO LD-SEQS.
               MOVE 1 TO WS-PONTEIRO.
               PERFORM VARYING WS-IND-SEQ FROM 1 BY 1
                       UNTIL WS-IND-SEQ GREATER 10
                          OR WS-IND-SEQ GREATER WS-SEQ-QTDE
                   MOVE WS-SEQ-ITEM(WS-IND-SEQ) TO WS-SEQ-EDIT
                   STRING WS-SEQ-EDIT ' ' DELIMITED BY SIZE
                       INTO LD-SEQS WITH POINTER WS-PONTEIRO
               END-PERFORM.

       GRAVAR-LINHA-ALERTA.
               PERFORM MONTAR-SEQS.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               ADD 1 TO QTDE-ALERTAS(WS-IND-TIPO).
               ADD 1 TO WS-TOTAL-ALERTAS.

       IMPRIMIR-RESUMO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'RESUMO DOS ALERTAS' TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                       UNTIL WS-IND-TIPO GREATER 7
                   EVALUATE WS-IND-TIPO
                       WHEN 1
                           MOVE 'DEVOLUCOES ELEVADAS' TO LR-TITULO
                       WHEN 2
                           MOVE 'ESTORNOS FREQUENTES' TO LR-TITULO
                       WHEN 3
                           MOVE 'DEVOLUCOES FREQUENTES' TO LR-TITULO
                       WHEN 4
                           MOVE 'SUPERVISOR ACIMA DO LIMITE'
                               TO LR-TITULO
                       WHEN 5
                           MOVE 'LANCAMENTOS TARDIOS' TO LR-TITULO
                       WHEN 6
                           MOVE 'PERIODOS REABERTOS E ALTERADOS'
                               TO LR-TITULO
                       WHEN 7
                           MOVE 'TOTAIS DIARIOS FORA DO PADRAO'
                               TO LR-TITULO
                   END-EVALUATE
                   MOVE QTDE-ALERTAS(WS-IND-TIPO) TO LR-QTDE
                   MOVE LINHA-RESUMO TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-PERFORM.
               IF WS-TABELA-CHEIA NOT = ZEROS
                   MOVE '** ANALISE INCOMPLETA - TABELAS CHEIAS **'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO ' WS-REL-STATUS
               END-IF.
