       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSAOFIL.
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

           SELECT SALES-HIST ASSIGN TO "SALEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.

           SELECT SALES-TEMP ASSIGN TO "FUSAOTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.

           SELECT FILIAL-FILE ASSIGN TO "FILIALMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-FILIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT GL-CONTROL ASSIGN TO "GLCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WS-GC-STATUS.

           SELECT MAPA-FILE ASSIGN TO "POSMAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT COMIS-TAB ASSIGN TO "COMISTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-HIST ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

           SELECT PREVIA-FILE ASSIGN TO "FUSAOPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.

           SELECT DESFAZ-FILE ASSIGN TO "FUSAOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UN-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELFUSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

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

       FD  SALES-HIST.
       01  SALES-HIST-RECORD.
           05 SH-CHAVE.
               10 SH-ANO PIC 9(04).
               10 SH-MES PIC 9(02).
               10 SH-FILIAL PIC 9(03).
           05 SH-ACUM PIC 9(07)V99.
           05 SH-DEVOL PIC 9(07)V99.
           05 SH-QTDE-LANCAMENTOS PIC 9(05).
           05 SH-SEQ-AUDITORIA PIC 9(05).
           05 SH-SITUACAO PIC X(01).

       FD  SALES-TEMP.
       01  SALES-TEMP-RECORD PIC X(38).

       FD  FILIAL-FILE.
       01  FILIAL-RECORD.
           05 FL-FILIAL PIC 9(03).
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  GL-CONTROL.
       01  GL-CONTROL-RECORD.
           05 GC-CHAVE.
               10 GC-ANO PIC 9(04).
               10 GC-MES PIC 9(02).
           05 GC-SITUACAO PIC X(01).
           05 GC-RUN PIC 9(05).
           05 GC-VALOR PIC S9(09)V99.
           05 GC-DATA-ENVIO PIC 9(08).

       FD  MAPA-FILE.
       01  MAPA-RECORD.
           05 PM-LOJA PIC X(06).
           05 PM-FILIAL PIC 9(03).

       FD  COMIS-TAB.
       01  COMIS-TAB-RECORD.
           05 CT-FILIAL PIC 9(03).
           05 CT-PCT-BASE PIC 9(02)V99.
           05 CT-PCT-ACIMA PIC 9(02)V99.

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05 OP-ID PIC X(08).
           05 OP-NIVEL PIC X(01).
           05 OP-NOME PIC X(30).

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
           05 AUD-QTDE-SELO REDEFINES AUD-CUPOM PIC 9(10).
           05 AUD-ELO-NUM PIC 9(09).
           05 AUD-ELO PIC 9(10).

       FD  AUDIT-HIST.
       01  AUDIT-HIST-RECORD.
           05 AH-DATA PIC 9(08).
           05 AH-HORA PIC 9(08).
           05 AH-ANO PIC 9(04).
           05 AH-MES PIC 9(02).
           05 AH-FILIAL PIC 9(03).
           05 AH-SEQ PIC 9(05).
           05 AH-TIPO PIC X(01).
           05 FILLER PIC X(69).

       FD  PREVIA-FILE.
       01  PREVIA-RECORD.
           05 PV-ORIGEM PIC 9(03).
           05 PV-DESTINO PIC 9(03).
           05 PV-ANO PIC 9(04).
           05 PV-MES PIC 9(02).
           05 PV-QTDE-PERIODOS PIC 9(05).
           05 PV-TOTAL-ACUM PIC 9(11)V99.
           05 PV-TOTAL-DEVOL PIC 9(11)V99.
           05 PV-QTDE-LOJAS PIC 9(03).
           05 PV-DATA PIC 9(08).
           05 PV-OPERADOR PIC X(08).

       FD  DESFAZ-FILE.
       01  DESFAZ-RECORD.
           05 UN-TIPO PIC X(01).
           05 UN-DADOS PIC X(45).
           05 UN-DADOS-CABECALHO REDEFINES UN-DADOS.
               10 UN-ORIGEM PIC 9(03).
               10 UN-DESTINO PIC 9(03).
               10 UN-ANO-EFETIVO PIC 9(04).
               10 UN-MES-EFETIVO PIC 9(02).
               10 UN-DATA PIC 9(08).
               10 UN-OPERADOR PIC X(08).
               10 FILLER PIC X(17).
           05 UN-DADOS-PERIODO REDEFINES UN-DADOS.
               10 UN-ANO PIC 9(04).
               10 UN-MES PIC 9(02).
               10 UN-ACUM PIC 9(07)V99.
               10 UN-DEVOL PIC 9(07)V99.
               10 UN-QTDE PIC 9(05).
               10 UN-DESTINO-CRIADO PIC X(01).
               10 FILLER PIC X(15).
           05 UN-DADOS-LOJA REDEFINES UN-DADOS.
               10 UN-LOJA PIC X(06).
               10 FILLER PIC X(39).
           05 UN-DADOS-FILIAL REDEFINES UN-DADOS.
               10 UN-ATIVA-ANTERIOR PIC X(01).
               10 FILLER PIC X(44).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  TABELA-PERIODOS.
           05 PERIODO-FUSAO OCCURS 600 TIMES.
               10 FP-ORIGEM PIC X(01).
               10 FP-ANO PIC 9(04).
               10 FP-MES PIC 9(02).
               10 FP-ACUM PIC 9(07)V99.
               10 FP-DEVOL PIC 9(07)V99.
               10 FP-QTDE PIC 9(05).
               10 FP-DE-EXISTE PIC X(01).
               10 FP-DE-ACUM PIC 9(07)V99.
               10 FP-DE-DEVOL PIC 9(07)V99.
               10 FP-DE-QTDE PIC 9(05).
               10 FP-DE-SITUACAO PIC X(01).
               10 FP-PARA-EXISTE PIC X(01).
               10 FP-PARA-ACUM PIC 9(07)V99.
               10 FP-PARA-APLICADO PIC X(01).
               10 FP-DESTINO-CRIADO PIC X(01).
               10 FP-GL PIC X(01).
               10 FP-COMISSAO PIC X(01).
               10 FP-INSUFICIENTE PIC X(01).

       01  TABELA-MAPA.
           05 MAPA-LOJA OCCURS 500 TIMES.
               10 TM-LOJA PIC X(06).
               10 TM-FILIAL PIC 9(03).
               10 TM-MOVER PIC X(01).

       01  TABELA-LOJAS-DESFAZER.
           05 LOJA-DESFAZER PIC X(06) OCCURS 500 TIMES.

       01  WS-PARAMETROS.
           05 WS-OPERADOR PIC X(08).
           05 WS-MODO PIC X(08).
               88 MODO-PREVIA VALUE 'PREVIA'.
               88 MODO-EFETIVAR VALUE 'EFETIVAR'.
               88 MODO-DESFAZER VALUE 'DESFAZER'.
           05 WS-ORIGEM-X PIC X(03).
           05 WS-DESTINO-X PIC X(03).
           05 WS-PERIODO-X PIC X(06).
           05 WS-OPCAO PIC X(08).

       01  WS-PERIODO-EFETIVO.
           05 WS-ANO-EFETIVO PIC 9(04).
           05 WS-MES-EFETIVO PIC 9(02).
       01  WS-PERIODO-EFETIVO-X REDEFINES WS-PERIODO-EFETIVO
                                 PIC X(06).

       01  WS-CHAVE-PERIODO.
           05 WS-CP-ANO PIC 9(04).
           05 WS-CP-MES PIC 9(02).

       01  WS-LOTE-TRANSF.
           05 WS-LT-PREFIXO PIC X(01).
           05 WS-LT-ORIGEM PIC 9(03).
           05 FILLER PIC X(01) VALUE '>'.
           05 WS-LT-DESTINO PIC 9(03).

       01  LINHA-TITULO.
           05 FILLER PIC X(19) VALUE 'FUSAO DE FILIAIS - '.
           05 LT-MODO PIC X(14).
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).

       01  LINHA-PARAMETROS.
           05 FILLER PIC X(08) VALUE ' ORIGEM '.
           05 LP-ORIGEM PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LP-NOME-ORIGEM PIC X(20).
           05 FILLER PIC X(11) VALUE '  DESTINO  '.
           05 LP-DESTINO PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LP-NOME-DESTINO PIC X(20).
           05 FILLER PIC X(15) VALUE '  A PARTIR DE  '.
           05 LP-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LP-ANO PIC 9(04).
           05 FILLER PIC X(12) VALUE '  OPERADOR  '.
           05 LP-OPERADOR PIC X(08).

       01  LINHA-SECAO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LS-TEXTO PIC X(100).

       01  LINHA-CABECALHO.
           05 FILLER PIC X(17) VALUE ' ARQUIVO  ANO/MES'.
           05 FILLER PIC X(16) VALUE '  VENDAS MOVIDAS'.
           05 FILLER PIC X(16) VALUE '  DEVOL. MOVIDAS'.
           05 FILLER PIC X(07) VALUE '   QTDE'.
           05 FILLER PIC X(16) VALUE '   DESTINO ANTES'.
           05 FILLER PIC X(16) VALUE '  DESTINO DEPOIS'.
           05 FILLER PIC X(05) VALUE '   GL'.
           05 FILLER PIC X(05) VALUE '  COM'.
           05 FILLER PIC X(11) VALUE '  SITUACAO'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ARQUIVO PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE '/'.
           05 LD-MES PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ACUM PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-DEVOL PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-QTDE PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-PARA-ANTES PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-PARA-DEPOIS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-GL PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-COMISSAO PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-SITUACAO PIC X(20).

       01  LINHA-LOJA.
           05 FILLER PIC X(06) VALUE ' LOJA '.
           05 LL-LOJA PIC X(06).
           05 FILLER PIC X(09) VALUE '  FILIAL '.
           05 LL-DE PIC 9(03).
           05 FILLER PIC X(04) VALUE ' -> '.
           05 LL-PARA PIC 9(03).

       01  LINHA-TOTAL.
           05 FILLER PIC X(09) VALUE ' TOTAL   '.
           05 LTO-PERIODOS PIC ZZZ9.
           05 FILLER PIC X(06) VALUE ' PER. '.
           05 LTO-ACUM PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LTO-DEVOL PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LTO-QTDE PIC ZZZZZZ9.

       01  WS-DATA-RELATORIO.
           05 WS-DATA-REL-AAAA PIC 9(04).
           05 WS-DATA-REL-MM PIC 9(02).
           05 WS-DATA-REL-DD PIC 9(02).

       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-SH-STATUS PIC X(02) VALUE '00'.
       77  WS-ST-STATUS PIC X(02) VALUE '00'.
       77  WS-FL-STATUS PIC X(02) VALUE '00'.
       77  WS-GC-STATUS PIC X(02) VALUE '00'.
       77  WS-MP-STATUS PIC X(02) VALUE '00'.
       77  WS-CT-STATUS PIC X(02) VALUE '00'.
       77  WS-OP-STATUS PIC X(02) VALUE '00'.
       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-AH-STATUS PIC X(02) VALUE '00'.
       77  WS-PV-STATUS PIC X(02) VALUE '00'.
       77  WS-UN-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.

       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-SH-EOF PIC X(01) VALUE 'N'.
           88 SH-EOF-SIM VALUE 'S'.
       77  WS-ST-EOF PIC X(01) VALUE 'N'.
           88 ST-EOF-SIM VALUE 'S'.
       77  WS-MP-EOF PIC X(01) VALUE 'N'.
           88 MP-EOF-SIM VALUE 'S'.
       77  WS-CT-EOF PIC X(01) VALUE 'N'.
           88 CT-EOF-SIM VALUE 'S'.
       77  WS-OP-EOF PIC X(01) VALUE 'N'.
           88 OP-EOF-SIM VALUE 'S'.
       77  WS-AUD-EOF PIC X(01) VALUE 'N'.
           88 AUD-EOF-SIM VALUE 'S'.
       77  WS-AH-EOF PIC X(01) VALUE 'N'.
           88 AH-EOF-SIM VALUE 'S'.
       77  WS-UN-EOF PIC X(01) VALUE 'N'.
           88 UN-EOF-SIM VALUE 'S'.
       77  WS-SUPERVISOR PIC X(01) VALUE 'N'.
           88 SUPERVISOR-SIM VALUE 'S'.
       77  WS-FORCAR PIC X(01) VALUE 'N'.
           88 FORCAR-SIM VALUE 'S'.
       77  WS-ERRO-PARAMETRO PIC X(01) VALUE 'N'.
           88 ERRO-PARAMETRO-SIM VALUE 'S'.
       77  WS-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA-SIM VALUE 'S'.
       77  WS-ERRO-TABELA PIC X(01) VALUE 'N'.
           88 ERRO-TABELA-SIM VALUE 'S'.
       77  WS-ERRO-GRAVACAO PIC X(01) VALUE 'N'.
           88 ERRO-GRAVACAO-SIM VALUE 'S'.
       77  WS-GC-ABERTO PIC X(01) VALUE 'N'.
           88 GC-ABERTO-SIM VALUE 'S'.
       77  WS-MAPA-LIDO PIC X(01) VALUE 'N'.
           88 MAPA-LIDO-SIM VALUE 'S'.
       77  WS-PERIODO-ACHADO PIC X(01) VALUE 'N'.
           88 PERIODO-ACHADO-SIM VALUE 'S'.
       77  WS-PREVIA-CONFERE PIC X(01) VALUE 'N'.
           88 PREVIA-CONFERE-SIM VALUE 'S'.
       77  WS-TAXA-PROPRIA PIC X(01) VALUE 'N'.
           88 TAXA-PROPRIA-SIM VALUE 'S'.

       77  WS-PARM PIC X(60) VALUE SPACES.
       77  WS-CONTA-FORCAR PIC 9(02) VALUE ZEROS.
       77  WS-FILIAL-DE PIC 9(03) VALUE ZEROS.
       77  WS-FILIAL-PARA PIC 9(03) VALUE ZEROS.
       77  WS-FILIAL-ORIGEM PIC 9(03) VALUE ZEROS.
       77  WS-FILIAL-DESTINO PIC 9(03) VALUE ZEROS.
       77  WS-NOME-ORIGEM PIC X(30) VALUE SPACES.
       77  WS-NOME-DESTINO PIC X(30) VALUE SPACES.
       77  WS-ATIVA-DESTINO PIC X(01) VALUE SPACES.
       77  WS-ATIVA-ANTERIOR PIC X(01) VALUE SPACES.
       77  WS-QTDE-PERIODOS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-MAPA PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-LOJAS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-LOJAS-DESFAZER PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-BLOQUEADOS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-INSUFICIENTES PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-HIST PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-MOVIDOS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-AUDITORIA PIC 9(05) VALUE ZEROS.
       77  WS-IND PIC 9(03) VALUE ZEROS.
       77  WS-IND-PER PIC 9(03) VALUE ZEROS.
       77  WS-IND-LOJA PIC 9(03) VALUE ZEROS.
       77  WS-TOTAL-ACUM PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVOL PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-QTDE PIC 9(07) VALUE ZEROS.
       77  WS-PARA-DEPOIS PIC 9(09)V99 VALUE ZEROS.
       77  WS-DATA-ATUAL PIC 9(08) VALUE ZEROS.
       77  WS-HORA-ATUAL PIC 9(08) VALUE ZEROS.
       77  WS-ELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-ANT PIC 9(10) VALUE ZEROS.
       77  WS-ELO-CALC PIC 9(13) VALUE ZEROS.
       77  WS-ELO-POS PIC 9(03) VALUE ZEROS.
       77  WS-SELO-NUM-ANT PIC 9(09) VALUE ZEROS.
       77  WS-ELO-NO-HIST PIC X(01) VALUE 'N'.
           88 ELO-NO-HIST-SIM VALUE 'S'.

       77  WS-TR-ANO PIC 9(04) VALUE ZEROS.
       77  WS-TR-MES PIC 9(02) VALUE ZEROS.
       77  WS-TR-FILIAL PIC 9(03) VALUE ZEROS.
       77  WS-TR-SEQ PIC 9(05) VALUE ZEROS.
       77  WS-TR-TIPO PIC X(01) VALUE SPACES.
       77  WS-TR-VALOR PIC S9(07)V99 VALUE ZEROS.
       77  WS-TR-QTDE PIC S9(09) VALUE ZEROS.
       77  WS-TR-SINAL PIC S9(01) VALUE ZEROS.
       77  WS-TR-ARQUIVO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==   FUSAO / RENUMERACAO DE FILIAIS   =='.
               DISPLAY '========================================'.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               PERFORM OBTER-PARAMETROS.
               IF ERRO-PARAMETRO-SIM
                   DISPLAY 'USO: OPERADOR PREVIA|EFETIVAR ORIGEM'
                   DISPLAY '     DESTINO AAAAMM [FORCAR]'
                   DISPLAY '  OU OPERADOR DESFAZER [FORCAR]'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM VERIFICAR-SUPERVISOR.
               IF NOT SUPERVISOR-SIM
                   DISPLAY '** OPERADOR ' WS-OPERADOR
                           ' NAO E SUPERVISOR - FUSAO NEGADA **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF MODO-DESFAZER
                   PERFORM CARREGAR-DESFAZIMENTO
                   IF ERRO-PARAMETRO-SIM OR ERRO-TABELA-SIM
                       DISPLAY '** DESFAZIMENTO NAO EXECUTADO **'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               PERFORM ABRIR-ARQUIVOS.
               IF ERRO-ABERTURA-SIM
                   DISPLAY '** FUSAO NAO EXECUTADA **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM VALIDAR-FILIAIS.
               IF NOT ERRO-PARAMETRO-SIM
                   IF NOT MODO-DESFAZER
                       PERFORM LEVANTAR-PERIODOS-MASTER
                       PERFORM LEVANTAR-PERIODOS-HIST
                   END-IF
                   PERFORM CARREGAR-MAPA
                   PERFORM CONFERIR-PERIODOS
                   PERFORM VERIFICAR-COMISSOES
                   PERFORM VERIFICAR-TAXA-PROPRIA
               END-IF.
               PERFORM IMPRIMIR-PREVIA.
               IF ERRO-PARAMETRO-SIM OR ERRO-TABELA-SIM
                   MOVE 'FUSAO RECUSADA - VER MENSAGENS ACIMA'
                       TO LS-TEXTO
                   PERFORM GRAVAR-SECAO
                   MOVE 12 TO WS-COD-RETORNO
                 ELSE
                   PERFORM DECIDIR-EXECUCAO
               END-IF.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'PERIODOS A MOVER:   ' WS-QTDE-PERIODOS.
               DISPLAY 'PERIODOS BLOQUEADOS:' WS-QTDE-BLOQUEADOS.
               DISPLAY 'LOJAS REAPONTADAS:  ' WS-QTDE-LOJAS.
               DISPLAY 'PERIODOS MOVIDOS:   ' WS-QTDE-MOVIDOS.
               DISPLAY 'RELATORIO GRAVADO EM RELFUSAO'.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               STOP RUN.

       OBTER-PARAMETROS.
               MOVE 'N' TO WS-ERRO-PARAMETRO.
               MOVE SPACES TO WS-PARAMETROS.
               UNSTRING WS-PARM DELIMITED BY ALL SPACE
                   INTO WS-OPERADOR WS-MODO WS-ORIGEM-X
                        WS-DESTINO-X WS-PERIODO-X WS-OPCAO
               END-UNSTRING.
               IF WS-OPERADOR = SPACES
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               IF MODO-DESFAZER
                   MOVE ZEROS TO WS-CONTA-FORCAR
                   INSPECT WS-PARM TALLYING WS-CONTA-FORCAR
                       FOR ALL ' FORCAR'
                   IF WS-CONTA-FORCAR GREATER ZEROS
                       MOVE 'S' TO WS-FORCAR
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               IF NOT MODO-PREVIA AND NOT MODO-EFETIVAR
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-ORIGEM-X IS NOT NUMERIC
                  OR WS-DESTINO-X IS NOT NUMERIC
                   DISPLAY '** FILIAIS DEVEM TER 3 DIGITOS **'
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-ORIGEM-X TO WS-FILIAL-ORIGEM.
               MOVE WS-DESTINO-X TO WS-FILIAL-DESTINO.
               MOVE WS-PERIODO-X TO WS-PERIODO-EFETIVO-X.
               IF WS-PERIODO-EFETIVO-X IS NOT NUMERIC
                  OR WS-MES-EFETIVO = ZEROS
                  OR WS-MES-EFETIVO GREATER 12
                   DISPLAY '** PERIODO EFETIVO INVALIDO (AAAAMM) **'
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-OPCAO = 'FORCAR'
                   MOVE 'S' TO WS-FORCAR
               END-IF.
               MOVE WS-FILIAL-ORIGEM TO WS-FILIAL-DE.
               MOVE WS-FILIAL-DESTINO TO WS-FILIAL-PARA.

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

       CARREGAR-DESFAZIMENTO.
               MOVE ZEROS TO WS-QTDE-PERIODOS.
               MOVE ZEROS TO WS-QTDE-LOJAS-DESFAZER.
               MOVE SPACES TO WS-ATIVA-ANTERIOR.
               MOVE 'N' TO WS-UN-EOF.
               OPEN INPUT DESFAZ-FILE.
               IF WS-UN-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FUSAOUND ' WS-UN-STATUS
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               READ DESFAZ-FILE
                   AT END MOVE 'S' TO WS-UN-EOF
               END-READ.
               IF UN-EOF-SIM OR UN-TIPO NOT = 'H'
                   DISPLAY '** FUSAOUND VAZIO OU SEM CABECALHO -'
                   DISPLAY '** NADA A DESFAZER **'
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   CLOSE DESFAZ-FILE
                   EXIT PARAGRAPH
               END-IF.
               MOVE UN-ORIGEM TO WS-FILIAL-ORIGEM.
               MOVE UN-DESTINO TO WS-FILIAL-DESTINO.
               MOVE UN-ANO-EFETIVO TO WS-ANO-EFETIVO.
               MOVE UN-MES-EFETIVO TO WS-MES-EFETIVO.
               MOVE WS-FILIAL-DESTINO TO WS-FILIAL-DE.
               MOVE WS-FILIAL-ORIGEM TO WS-FILIAL-PARA.
               DISPLAY 'DESFAZENDO FUSAO DE ' UN-DATA ' POR '
                       UN-OPERADOR.
               PERFORM UNTIL UN-EOF-SIM
                   READ DESFAZ-FILE
                       AT END MOVE 'S' TO WS-UN-EOF
                   END-READ
                   IF NOT UN-EOF-SIM
                       EVALUATE UN-TIPO
                           WHEN 'M'
                           WHEN 'S'
                               PERFORM GUARDAR-PERIODO-DESFAZER
                           WHEN 'P'
                               PERFORM GUARDAR-LOJA-DESFAZER
                           WHEN 'F'
                               MOVE UN-ATIVA-ANTERIOR
                                   TO WS-ATIVA-ANTERIOR
                           WHEN OTHER
                               DISPLAY 'AVISO: REGISTRO INVALIDO EM '
                                       'FUSAOUND ' DESFAZ-RECORD
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE DESFAZ-FILE.

       GUARDAR-PERIODO-DESFAZER.
               IF WS-QTDE-PERIODOS NOT LESS 600
                   DISPLAY '** TABELA DE PERIODOS CHEIA **'
                   MOVE 'S' TO WS-ERRO-TABELA
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-PERIODOS.
               MOVE WS-QTDE-PERIODOS TO WS-IND-PER.
               PERFORM LIMPAR-PERIODO.
               IF UN-TIPO = 'M'
                   MOVE 'M' TO FP-ORIGEM(WS-IND-PER)
                 ELSE
                   MOVE 'H' TO FP-ORIGEM(WS-IND-PER)
                   ADD 1 TO WS-QTDE-HIST
               END-IF.
               MOVE UN-ANO TO FP-ANO(WS-IND-PER).
               MOVE UN-MES TO FP-MES(WS-IND-PER).
               MOVE UN-ACUM TO FP-ACUM(WS-IND-PER).
               MOVE UN-DEVOL TO FP-DEVOL(WS-IND-PER).
               MOVE UN-QTDE TO FP-QTDE(WS-IND-PER).

       GUARDAR-LOJA-DESFAZER.
               IF WS-QTDE-LOJAS-DESFAZER LESS 500
                   ADD 1 TO WS-QTDE-LOJAS-DESFAZER
                   MOVE UN-LOJA
                       TO LOJA-DESFAZER(WS-QTDE-LOJAS-DESFAZER)
               END-IF.

       LIMPAR-PERIODO.
               MOVE SPACES TO PERIODO-FUSAO(WS-IND-PER).
               MOVE ZEROS TO FP-ANO(WS-IND-PER).
               MOVE ZEROS TO FP-MES(WS-IND-PER).
               MOVE ZEROS TO FP-ACUM(WS-IND-PER).
               MOVE ZEROS TO FP-DEVOL(WS-IND-PER).
               MOVE ZEROS TO FP-QTDE(WS-IND-PER).
               MOVE 'N' TO FP-DE-EXISTE(WS-IND-PER).
               MOVE ZEROS TO FP-DE-ACUM(WS-IND-PER).
               MOVE ZEROS TO FP-DE-DEVOL(WS-IND-PER).
               MOVE ZEROS TO FP-DE-QTDE(WS-IND-PER).
               MOVE 'N' TO FP-PARA-EXISTE(WS-IND-PER).
               MOVE ZEROS TO FP-PARA-ACUM(WS-IND-PER).
               MOVE 'N' TO FP-PARA-APLICADO(WS-IND-PER).
               MOVE 'N' TO FP-DESTINO-CRIADO(WS-IND-PER).
               MOVE 'N' TO FP-GL(WS-IND-PER).
               MOVE 'N' TO FP-COMISSAO(WS-IND-PER).
               MOVE 'N' TO FP-INSUFICIENTE(WS-IND-PER).

       ABRIR-ARQUIVOS.
               OPEN I-O SALES-MASTER.
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALES-MASTER '
                           WS-SM-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

               OPEN I-O FILIAL-FILE.
               IF WS-FL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FILIALMF ' WS-FL-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

               OPEN INPUT GL-CONTROL.
               IF WS-GC-STATUS = '00'
                   MOVE 'S' TO WS-GC-ABERTO
                 ELSE
                   DISPLAY 'AVISO: GLCTRL NAO DISPONIVEL '
                           WS-GC-STATUS
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
               IF GC-ABERTO-SIM
                   CLOSE GL-CONTROL
               END-IF.
               CLOSE RELATORIO-FILE.

       VALIDAR-FILIAIS.
               IF WS-FILIAL-ORIGEM = ZEROS
                  OR WS-FILIAL-DESTINO = ZEROS
                   DISPLAY '** FILIAL 000 NAO PODE SER FUNDIDA **'
                   MOVE 'S' TO WS-ERRO-PARAMETRO
               END-IF.
               IF WS-FILIAL-ORIGEM = WS-FILIAL-DESTINO
                   DISPLAY '** ORIGEM E DESTINO SAO A MESMA FILIAL **'
                   MOVE 'S' TO WS-ERRO-PARAMETRO
               END-IF.
               MOVE WS-FILIAL-ORIGEM TO FL-FILIAL.
               READ FILIAL-FILE KEY IS FL-FILIAL
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-NOME-ORIGEM
                   NOT INVALID KEY
                       MOVE FL-NOME TO WS-NOME-ORIGEM
               END-READ.
               MOVE SPACES TO WS-ATIVA-DESTINO.
               MOVE WS-FILIAL-DESTINO TO FL-FILIAL.
               READ FILIAL-FILE KEY IS FL-FILIAL
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-NOME-DESTINO
                   NOT INVALID KEY
                       MOVE FL-NOME TO WS-NOME-DESTINO
                       MOVE FL-ATIVA TO WS-ATIVA-DESTINO
               END-READ.
               IF WS-ATIVA-DESTINO NOT = 'A'
                   DISPLAY '** FILIAL DESTINO ' WS-FILIAL-DESTINO
                           ' NAO CADASTRADA OU INATIVA **'
                   MOVE 'S' TO WS-ERRO-PARAMETRO
               END-IF.

       LEVANTAR-PERIODOS-MASTER.
               MOVE ZEROS TO WS-QTDE-PERIODOS.
               MOVE 'N' TO WS-SM-EOF.
               MOVE WS-ANO-EFETIVO TO SM-ANO.
               MOVE WS-MES-EFETIVO TO SM-MES.
               MOVE ZEROS TO SM-FILIAL.
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
                   IF NOT SM-EOF-SIM
                      AND SM-FILIAL = WS-FILIAL-DE
                      AND (SM-ACUM NOT = ZEROS
                       OR SM-DEVOL NOT = ZEROS
                       OR SM-QTDE-LANCAMENTOS NOT = ZEROS)
                       PERFORM GUARDAR-PERIODO-MASTER
                   END-IF
               END-PERFORM.

       GUARDAR-PERIODO-MASTER.
               IF WS-QTDE-PERIODOS NOT LESS 600
                   DISPLAY '** TABELA DE PERIODOS CHEIA **'
                   MOVE 'S' TO WS-ERRO-TABELA
                   MOVE 'S' TO WS-SM-EOF
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-PERIODOS.
               MOVE WS-QTDE-PERIODOS TO WS-IND-PER.
               PERFORM LIMPAR-PERIODO.
               MOVE 'M' TO FP-ORIGEM(WS-IND-PER).
               MOVE SM-ANO TO FP-ANO(WS-IND-PER).
               MOVE SM-MES TO FP-MES(WS-IND-PER).
               MOVE SM-ACUM TO FP-ACUM(WS-IND-PER).
               MOVE SM-DEVOL TO FP-DEVOL(WS-IND-PER).
               MOVE SM-QTDE-LANCAMENTOS TO FP-QTDE(WS-IND-PER).

       LEVANTAR-PERIODOS-HIST.
               MOVE ZEROS TO WS-QTDE-HIST.
               MOVE 'N' TO WS-SH-EOF.
               OPEN INPUT SALES-HIST.
               IF WS-SH-STATUS NOT = '00'
                   DISPLAY 'AVISO: SALEHIST NAO DISPONIVEL '
                           WS-SH-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-ANO-EFETIVO TO WS-CP-ANO.
               MOVE WS-MES-EFETIVO TO WS-CP-MES.
               PERFORM UNTIL SH-EOF-SIM
                   READ SALES-HIST
                       AT END MOVE 'S' TO WS-SH-EOF
                   END-READ
                   IF NOT SH-EOF-SIM
                      AND SH-FILIAL = WS-FILIAL-DE
                      AND (SH-ANO GREATER WS-ANO-EFETIVO
                       OR (SH-ANO = WS-ANO-EFETIVO
                       AND SH-MES NOT LESS WS-MES-EFETIVO))
                      AND (SH-ACUM NOT = ZEROS
                       OR SH-DEVOL NOT = ZEROS
                       OR SH-QTDE-LANCAMENTOS NOT = ZEROS)
                       PERFORM GUARDAR-PERIODO-HIST
                   END-IF
               END-PERFORM.
               CLOSE SALES-HIST.

       GUARDAR-PERIODO-HIST.
               IF WS-QTDE-PERIODOS NOT LESS 600
                   DISPLAY '** TABELA DE PERIODOS CHEIA **'
                   MOVE 'S' TO WS-ERRO-TABELA
                   MOVE 'S' TO WS-SH-EOF
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-PERIODOS.
               ADD 1 TO WS-QTDE-HIST.
               MOVE WS-QTDE-PERIODOS TO WS-IND-PER.
               PERFORM LIMPAR-PERIODO.
               MOVE 'H' TO FP-ORIGEM(WS-IND-PER).
               MOVE SH-ANO TO FP-ANO(WS-IND-PER).
               MOVE SH-MES TO FP-MES(WS-IND-PER).
               MOVE SH-ACUM TO FP-ACUM(WS-IND-PER).
               MOVE SH-DEVOL TO FP-DEVOL(WS-IND-PER).
               MOVE SH-QTDE-LANCAMENTOS TO FP-QTDE(WS-IND-PER).

       CARREGAR-MAPA.
               MOVE ZEROS TO WS-QTDE-MAPA.
               MOVE ZEROS TO WS-QTDE-LOJAS.
               MOVE 'N' TO WS-MP-EOF.
               OPEN INPUT MAPA-FILE.
               IF WS-MP-STATUS NOT = '00'
                   DISPLAY 'AVISO: POSMAPA NAO DISPONIVEL '
                           WS-MP-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'S' TO WS-MAPA-LIDO.
               PERFORM UNTIL MP-EOF-SIM
                   READ MAPA-FILE
                       AT END MOVE 'S' TO WS-MP-EOF
                   END-READ
                   IF NOT MP-EOF-SIM
                       IF WS-QTDE-MAPA LESS 500
                           ADD 1 TO WS-QTDE-MAPA
                           MOVE PM-LOJA TO TM-LOJA(WS-QTDE-MAPA)
                           MOVE PM-FILIAL TO TM-FILIAL(WS-QTDE-MAPA)
                           MOVE 'N' TO TM-MOVER(WS-QTDE-MAPA)
                           PERFORM MARCAR-LOJA
                         ELSE
                           DISPLAY '** TABELA DE MAPEAMENTO'
                                   ' CHEIA **'
                           MOVE 'S' TO WS-ERRO-TABELA
                           MOVE 'S' TO WS-MP-EOF
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE MAPA-FILE.

       MARCAR-LOJA.
               IF TM-FILIAL(WS-QTDE-MAPA) NOT = WS-FILIAL-DE
                   EXIT PARAGRAPH
               END-IF.
               IF MODO-DESFAZER
                   PERFORM VARYING WS-IND-LOJA FROM 1 BY 1
                           UNTIL WS-IND-LOJA
                                 GREATER WS-QTDE-LOJAS-DESFAZER
                       IF LOJA-DESFAZER(WS-IND-LOJA)
                              = TM-LOJA(WS-QTDE-MAPA)
                           MOVE 'S' TO TM-MOVER(WS-QTDE-MAPA)
                       END-IF
                   END-PERFORM
                 ELSE
                   MOVE 'S' TO TM-MOVER(WS-QTDE-MAPA)
               END-IF.
               IF TM-MOVER(WS-QTDE-MAPA) = 'S'
                   ADD 1 TO WS-QTDE-LOJAS
               END-IF.

       CONFERIR-PERIODOS.
               MOVE ZEROS TO WS-QTDE-BLOQUEADOS.
               MOVE ZEROS TO WS-QTDE-INSUFICIENTES.
               MOVE ZEROS TO WS-TOTAL-ACUM.
               MOVE ZEROS TO WS-TOTAL-DEVOL.
               MOVE ZEROS TO WS-TOTAL-QTDE.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF FP-ORIGEM(WS-IND-PER) = 'M'
                       PERFORM CONFERIR-PERIODO-MASTER
                   END-IF
                   PERFORM VERIFICAR-GL
                   ADD FP-ACUM(WS-IND-PER) TO WS-TOTAL-ACUM
                   ADD FP-DEVOL(WS-IND-PER) TO WS-TOTAL-DEVOL
                   ADD FP-QTDE(WS-IND-PER) TO WS-TOTAL-QTDE
               END-PERFORM.
               IF WS-QTDE-HIST GREATER ZEROS
                   PERFORM CONFERIR-PERIODOS-HIST
               END-IF.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF FP-DE-EXISTE(WS-IND-PER) NOT = 'S'
                      OR FP-DE-ACUM(WS-IND-PER)
                         LESS FP-ACUM(WS-IND-PER)
                      OR FP-DE-DEVOL(WS-IND-PER)
                         LESS FP-DEVOL(WS-IND-PER)
                      OR FP-DE-QTDE(WS-IND-PER)
                         LESS FP-QTDE(WS-IND-PER)
                       MOVE 'S' TO FP-INSUFICIENTE(WS-IND-PER)
                       ADD 1 TO WS-QTDE-INSUFICIENTES
                   END-IF
               END-PERFORM.

       CONFERIR-PERIODO-MASTER.
               MOVE FP-ANO(WS-IND-PER) TO SM-ANO.
               MOVE FP-MES(WS-IND-PER) TO SM-MES.
               MOVE WS-FILIAL-DE TO SM-FILIAL.
               READ SALES-MASTER KEY IS SM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO FP-DE-EXISTE(WS-IND-PER)
                       MOVE SM-ACUM TO FP-DE-ACUM(WS-IND-PER)
                       MOVE SM-DEVOL TO FP-DE-DEVOL(WS-IND-PER)
                       MOVE SM-QTDE-LANCAMENTOS
                           TO FP-DE-QTDE(WS-IND-PER)
                       MOVE SM-SITUACAO TO FP-DE-SITUACAO(WS-IND-PER)
               END-READ.
               MOVE WS-FILIAL-PARA TO SM-FILIAL.
               READ SALES-MASTER KEY IS SM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO FP-PARA-EXISTE(WS-IND-PER)
                       MOVE SM-ACUM TO FP-PARA-ACUM(WS-IND-PER)
               END-READ.

       CONFERIR-PERIODOS-HIST.
               MOVE 'N' TO WS-SH-EOF.
               OPEN INPUT SALES-HIST.
               IF WS-SH-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALEHIST ' WS-SH-STATUS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL SH-EOF-SIM
                   READ SALES-HIST
                       AT END MOVE 'S' TO WS-SH-EOF
                   END-READ
                   IF NOT SH-EOF-SIM
                      AND (SH-FILIAL = WS-FILIAL-DE
                       OR SH-FILIAL = WS-FILIAL-PARA)
                       MOVE SH-ANO TO WS-CP-ANO
                       MOVE SH-MES TO WS-CP-MES
                       PERFORM LOCALIZAR-PERIODO-HIST
                       IF PERIODO-ACHADO-SIM
                           PERFORM CONFERIR-PERIODO-HIST
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE SALES-HIST.

       CONFERIR-PERIODO-HIST.
               IF SH-FILIAL = WS-FILIAL-DE
                   MOVE 'S' TO FP-DE-EXISTE(WS-IND-PER)
                   MOVE SH-ACUM TO FP-DE-ACUM(WS-IND-PER)
                   MOVE SH-DEVOL TO FP-DE-DEVOL(WS-IND-PER)
                   MOVE SH-QTDE-LANCAMENTOS TO FP-DE-QTDE(WS-IND-PER)
                   MOVE SH-SITUACAO TO FP-DE-SITUACAO(WS-IND-PER)
                 ELSE
                   MOVE 'S' TO FP-PARA-EXISTE(WS-IND-PER)
                   MOVE SH-ACUM TO FP-PARA-ACUM(WS-IND-PER)
               END-IF.

       LOCALIZAR-PERIODO-HIST.
               MOVE 'N' TO WS-PERIODO-ACHADO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-PERIODOS
                          OR PERIODO-ACHADO-SIM
                   IF FP-ORIGEM(WS-IND) = 'H'
                      AND FP-ANO(WS-IND) = WS-CP-ANO
                      AND FP-MES(WS-IND) = WS-CP-MES
                       MOVE WS-IND TO WS-IND-PER
                       MOVE 'S' TO WS-PERIODO-ACHADO
                   END-IF
               END-PERFORM.

       VERIFICAR-GL.
               IF NOT GC-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE FP-ANO(WS-IND-PER) TO GC-ANO.
               MOVE FP-MES(WS-IND-PER) TO GC-MES.
               READ GL-CONTROL KEY IS GC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GC-SITUACAO NOT = SPACES
                          AND GC-SITUACAO NOT = 'P'
                           MOVE 'S' TO FP-GL(WS-IND-PER)
                       END-IF
               END-READ.

       VERIFICAR-COMISSOES.
               MOVE 'N' TO WS-AUD-EOF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS = '00'
                   PERFORM UNTIL AUD-EOF-SIM
                       READ AUDIT-FILE
                           AT END MOVE 'S' TO WS-AUD-EOF
                       END-READ
                       IF NOT AUD-EOF-SIM
                          AND AUD-TIPO = 'C'
                          AND (AUD-FILIAL = WS-FILIAL-DE
                           OR AUD-FILIAL = WS-FILIAL-PARA)
                           MOVE AUD-ANO TO WS-CP-ANO
                           MOVE AUD-MES TO WS-CP-MES
                           PERFORM MARCAR-COMISSAO
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-FILE
                 ELSE
                   DISPLAY 'AVISO: AUDITLOG NAO DISPONIVEL '
                           WS-AUD-STATUS
               END-IF.
               MOVE 'N' TO WS-AH-EOF.
               OPEN INPUT AUDIT-HIST.
               IF WS-AH-STATUS = '00'
                   PERFORM UNTIL AH-EOF-SIM
                       READ AUDIT-HIST
                           AT END MOVE 'S' TO WS-AH-EOF
                       END-READ
                       IF NOT AH-EOF-SIM
                          AND AH-TIPO = 'C'
                          AND (AH-FILIAL = WS-FILIAL-DE
                           OR AH-FILIAL = WS-FILIAL-PARA)
                           MOVE AH-ANO TO WS-CP-ANO
                           MOVE AH-MES TO WS-CP-MES
                           PERFORM MARCAR-COMISSAO
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-HIST
               END-IF.
               MOVE ZEROS TO WS-QTDE-BLOQUEADOS.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF FP-GL(WS-IND-PER) = 'S'
                      OR FP-COMISSAO(WS-IND-PER) = 'S'
                       ADD 1 TO WS-QTDE-BLOQUEADOS
                   END-IF
               END-PERFORM.

       MARCAR-COMISSAO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-PERIODOS
                   IF FP-ANO(WS-IND) = WS-CP-ANO
                      AND FP-MES(WS-IND) = WS-CP-MES
                       MOVE 'S' TO FP-COMISSAO(WS-IND)
                   END-IF
               END-PERFORM.

       VERIFICAR-TAXA-PROPRIA.
               MOVE 'N' TO WS-TAXA-PROPRIA.
               MOVE 'N' TO WS-CT-EOF.
               OPEN INPUT COMIS-TAB.
               IF WS-CT-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL CT-EOF-SIM
                   READ COMIS-TAB
                       AT END MOVE 'S' TO WS-CT-EOF
                   END-READ
                   IF NOT CT-EOF-SIM
                      AND CT-FILIAL = WS-FILIAL-ORIGEM
                       MOVE 'S' TO WS-TAXA-PROPRIA
                   END-IF
               END-PERFORM.
               CLOSE COMIS-TAB.

       IMPRIMIR-PREVIA.
               ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD.
               MOVE WS-DATA-REL-DD TO LT-DIA.
               MOVE WS-DATA-REL-MM TO LT-MES.
               MOVE WS-DATA-REL-AAAA TO LT-ANO.
               EVALUATE TRUE
                   WHEN MODO-PREVIA
                       MOVE 'PREVIA' TO LT-MODO
                   WHEN MODO-EFETIVAR
                       MOVE 'EFETIVACAO' TO LT-MODO
                   WHEN OTHER
                       MOVE 'DESFAZIMENTO' TO LT-MODO
               END-EVALUATE.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE WS-FILIAL-ORIGEM TO LP-ORIGEM.
               MOVE WS-NOME-ORIGEM TO LP-NOME-ORIGEM.
               MOVE WS-FILIAL-DESTINO TO LP-DESTINO.
               MOVE WS-NOME-DESTINO TO LP-NOME-DESTINO.
               MOVE WS-MES-EFETIVO TO LP-MES.
               MOVE WS-ANO-EFETIVO TO LP-ANO.
               MOVE WS-OPERADOR TO LP-OPERADOR.
               MOVE LINHA-PARAMETROS TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               IF MODO-DESFAZER
                   MOVE 'MOVIMENTO INVERSO: DO DESTINO DE VOLTA PARA'
                       TO LS-TEXTO
                   MOVE ' A ORIGEM' TO LS-TEXTO(44:9)
                   PERFORM GRAVAR-SECAO
               END-IF.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'PERIODOS A MOVER' TO LS-TEXTO.
               PERFORM GRAVAR-SECAO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   PERFORM IMPRIMIR-PERIODO
               END-PERFORM.
               IF WS-QTDE-PERIODOS = ZEROS
                   MOVE 'NENHUM PERIODO COM MOVIMENTO A PARTIR DA'
                       TO LS-TEXTO
                   MOVE ' DATA EFETIVA' TO LS-TEXTO(41:13)
                   PERFORM GRAVAR-SECAO
               END-IF.
               MOVE WS-QTDE-PERIODOS TO LTO-PERIODOS.
               MOVE WS-TOTAL-ACUM TO LTO-ACUM.
               MOVE WS-TOTAL-DEVOL TO LTO-DEVOL.
               MOVE WS-TOTAL-QTDE TO LTO-QTDE.
               MOVE LINHA-TOTAL TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'LOJAS DO POSMAPA A REAPONTAR' TO LS-TEXTO.
               PERFORM GRAVAR-SECAO.
               PERFORM VARYING WS-IND-LOJA FROM 1 BY 1
                       UNTIL WS-IND-LOJA GREATER WS-QTDE-MAPA
                   IF TM-MOVER(WS-IND-LOJA) = 'S'
                       MOVE TM-LOJA(WS-IND-LOJA) TO LL-LOJA
                       MOVE WS-FILIAL-DE TO LL-DE
                       MOVE WS-FILIAL-PARA TO LL-PARA
                       MOVE LINHA-LOJA TO RELATORIO-REGISTRO
                       PERFORM GRAVAR-RELATORIO
                   END-IF
               END-PERFORM.
               IF WS-QTDE-LOJAS = ZEROS
                   MOVE 'NENHUMA LOJA MAPEADA PARA A FILIAL'
                       TO LS-TEXTO
                   PERFORM GRAVAR-SECAO
               END-IF.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               IF TAXA-PROPRIA-SIM AND NOT MODO-DESFAZER
                   MOVE 'A ORIGEM TEM TAXA PROPRIA EM COMISTAB - OS'
                       TO LS-TEXTO
                   MOVE ' PERIODOS MOVIDOS PASSAM A TAXA DO DESTINO'
                       TO LS-TEXTO(43:42)
                   PERFORM GRAVAR-SECAO
               END-IF.
               IF WS-QTDE-BLOQUEADOS GREATER ZEROS
                   MOVE 'HA PERIODOS JA ENVIADOS AO GL OU COM'
                       TO LS-TEXTO
                   MOVE ' COMISSAO APURADA - EXIGEM FORCAR'
                       TO LS-TEXTO(37:33)
                   PERFORM GRAVAR-SECAO
               END-IF.
               IF WS-QTDE-INSUFICIENTES GREATER ZEROS
                   MOVE 'HA PERIODOS EM QUE A FILIAL DE SAIDA NAO TEM'
                       TO LS-TEXTO
                   MOVE ' O SALDO A MOVER - OPERACAO IMPEDIDA'
                       TO LS-TEXTO(45:36)
                   PERFORM GRAVAR-SECAO
               END-IF.

       IMPRIMIR-PERIODO.
               IF FP-ORIGEM(WS-IND-PER) = 'M'
                   MOVE 'SALESMF' TO LD-ARQUIVO
                 ELSE
                   MOVE 'SALEHIST' TO LD-ARQUIVO
               END-IF.
               MOVE FP-ANO(WS-IND-PER) TO LD-ANO.
               MOVE FP-MES(WS-IND-PER) TO LD-MES.
               MOVE FP-ACUM(WS-IND-PER) TO LD-ACUM.
               MOVE FP-DEVOL(WS-IND-PER) TO LD-DEVOL.
               MOVE FP-QTDE(WS-IND-PER) TO LD-QTDE.
               MOVE FP-PARA-ACUM(WS-IND-PER) TO LD-PARA-ANTES.
               COMPUTE WS-PARA-DEPOIS =
                       FP-PARA-ACUM(WS-IND-PER) + FP-ACUM(WS-IND-PER).
               MOVE WS-PARA-DEPOIS TO LD-PARA-DEPOIS.
               MOVE SPACES TO LD-GL.
               MOVE SPACES TO LD-COMISSAO.
               IF FP-GL(WS-IND-PER) = 'S'
                   MOVE 'SIM' TO LD-GL
               END-IF.
               IF FP-COMISSAO(WS-IND-PER) = 'S'
                   MOVE 'SIM' TO LD-COMISSAO
               END-IF.
               EVALUATE TRUE
                   WHEN FP-INSUFICIENTE(WS-IND-PER) = 'S'
                       MOVE 'SALDO INSUFICIENTE' TO LD-SITUACAO
                   WHEN WS-PARA-DEPOIS GREATER 9999999,99
                       MOVE 'EXCEDE O CAMPO' TO LD-SITUACAO
                   WHEN FP-GL(WS-IND-PER) = 'S'
                     OR FP-COMISSAO(WS-IND-PER) = 'S'
                       IF FORCAR-SIM
                           MOVE 'FORCADO' TO LD-SITUACAO
                         ELSE
                           MOVE 'BLOQUEADO' TO LD-SITUACAO
                       END-IF
                   WHEN OTHER
                       MOVE 'LIBERADO' TO LD-SITUACAO
               END-EVALUATE.
               IF WS-PARA-DEPOIS GREATER 9999999,99
                  AND FP-INSUFICIENTE(WS-IND-PER) NOT = 'S'
                   MOVE 'S' TO FP-INSUFICIENTE(WS-IND-PER)
                   ADD 1 TO WS-QTDE-INSUFICIENTES
               END-IF.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       DECIDIR-EXECUCAO.
               IF MODO-PREVIA
                   PERFORM GRAVAR-CONTROLE-PREVIA
                   MOVE 'PREVIA - NENHUMA ALTERACAO GRAVADA. PARA'
                       TO LS-TEXTO
                   MOVE ' EFETIVAR, EXECUTE O MODO EFETIVAR COM OS'
                       TO LS-TEXTO(41:41)
                   PERFORM GRAVAR-SECAO
                   MOVE 'MESMOS PARAMETROS.' TO LS-TEXTO
                   PERFORM GRAVAR-SECAO
                   IF WS-QTDE-BLOQUEADOS GREATER ZEROS
                      OR WS-QTDE-INSUFICIENTES GREATER ZEROS
                       MOVE 4 TO WS-COD-RETORNO
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               IF MODO-EFETIVAR
                   PERFORM CONFERIR-CONTROLE-PREVIA
                   IF NOT PREVIA-CONFERE-SIM
                       MOVE 'FUSAO RECUSADA - SEM PREVIA CORRESPONDENTE'
                           TO LS-TEXTO
                       MOVE ' (EXECUTE O MODO PREVIA ANTES)'
                           TO LS-TEXTO(43:30)
                       PERFORM GRAVAR-SECAO
                       MOVE 8 TO WS-COD-RETORNO
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               IF WS-QTDE-INSUFICIENTES GREATER ZEROS
                   MOVE 'OPERACAO RECUSADA - SALDO INSUFICIENTE OU'
                       TO LS-TEXTO
                   MOVE ' CAMPO EXCEDIDO' TO LS-TEXTO(42:15)
                   PERFORM GRAVAR-SECAO
                   MOVE 8 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               IF WS-QTDE-BLOQUEADOS GREATER ZEROS
                  AND NOT FORCAR-SIM
                   MOVE 'OPERACAO RECUSADA - PERIODOS BLOQUEADOS.'
                       TO LS-TEXTO
                   MOVE ' USE FORCAR PARA PROSSEGUIR' TO LS-TEXTO(41:27)
                   PERFORM GRAVAR-SECAO
                   MOVE 8 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM APLICAR-MOVIMENTO.
               IF ERRO-GRAVACAO-SIM
                   MOVE 'ERROS DE GRAVACAO DURANTE A OPERACAO -'
                       TO LS-TEXTO
                   MOVE ' CONFIRA OS ARQUIVOS E O FUSAOUND'
                       TO LS-TEXTO(39:33)
                   PERFORM GRAVAR-SECAO
                   MOVE 8 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               IF MODO-EFETIVAR
                   MOVE 'FUSAO EFETIVADA - DADOS PARA DESFAZER'
                       TO LS-TEXTO
                   MOVE ' GRAVADOS EM FUSAOUND' TO LS-TEXTO(38:21)
                 ELSE
                   MOVE 'FUSAO DESFEITA - FUSAOUND ESVAZIADO'
                       TO LS-TEXTO
               END-IF.
               PERFORM GRAVAR-SECAO.
               IF WS-QTDE-BLOQUEADOS GREATER ZEROS
                   MOVE 'PERIODOS BLOQUEADOS MOVIDOS POR FORCAR -'
                       TO LS-TEXTO
                   MOVE ' REVISE GL E COMISSOES' TO LS-TEXTO(41:22)
                   PERFORM GRAVAR-SECAO
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.

       GRAVAR-CONTROLE-PREVIA.
               OPEN OUTPUT PREVIA-FILE.
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FUSAOPRV ' WS-PV-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-FILIAL-ORIGEM TO PV-ORIGEM.
               MOVE WS-FILIAL-DESTINO TO PV-DESTINO.
               MOVE WS-ANO-EFETIVO TO PV-ANO.
               MOVE WS-MES-EFETIVO TO PV-MES.
               MOVE WS-QTDE-PERIODOS TO PV-QTDE-PERIODOS.
               MOVE WS-TOTAL-ACUM TO PV-TOTAL-ACUM.
               MOVE WS-TOTAL-DEVOL TO PV-TOTAL-DEVOL.
               MOVE WS-QTDE-LOJAS TO PV-QTDE-LOJAS.
               MOVE WS-DATA-ATUAL TO PV-DATA.
               MOVE WS-OPERADOR TO PV-OPERADOR.
               WRITE PREVIA-RECORD.
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FUSAOPRV ' WS-PV-STATUS
               END-IF.
               CLOSE PREVIA-FILE.

       CONFERIR-CONTROLE-PREVIA.
               MOVE 'N' TO WS-PREVIA-CONFERE.
               OPEN INPUT PREVIA-FILE.
               IF WS-PV-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               READ PREVIA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-ORIGEM = WS-FILIAL-ORIGEM
                          AND PV-DESTINO = WS-FILIAL-DESTINO
                          AND PV-ANO = WS-ANO-EFETIVO
                          AND PV-MES = WS-MES-EFETIVO
                          AND PV-QTDE-PERIODOS = WS-QTDE-PERIODOS
                          AND PV-TOTAL-ACUM = WS-TOTAL-ACUM
                          AND PV-TOTAL-DEVOL = WS-TOTAL-DEVOL
                          AND PV-QTDE-LOJAS = WS-QTDE-LOJAS
                           MOVE 'S' TO WS-PREVIA-CONFERE
                       END-IF
               END-READ.
               CLOSE PREVIA-FILE.
               IF NOT PREVIA-CONFERE-SIM
                   DISPLAY '** A PREVIA GRAVADA NAO CORRESPONDE AOS'
                   DISPLAY '** PARAMETROS OU OS DADOS MUDARAM DESDE'
                   DISPLAY '** ENTAO - EXECUTE NOVA PREVIA **'
               END-IF.

       APLICAR-MOVIMENTO.
               MOVE 'N' TO WS-ERRO-GRAVACAO.
               MOVE ZEROS TO WS-QTDE-MOVIDOS.
               ACCEPT WS-HORA-ATUAL FROM TIME.
               IF MODO-EFETIVAR
                   MOVE 'F' TO WS-LT-PREFIXO
                   PERFORM ABRIR-DESFAZIMENTO
                 ELSE
                   MOVE 'D' TO WS-LT-PREFIXO
               END-IF.
               IF ERRO-GRAVACAO-SIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-FILIAL-DE TO WS-LT-ORIGEM.
               MOVE WS-FILIAL-PARA TO WS-LT-DESTINO.
               PERFORM OBTER-ULTIMO-ELO.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITLOG ' WS-AUD-STATUS
                   DISPLAY '** SEM AUDITORIA NAO HA COMO MOVER **'
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   IF MODO-EFETIVAR
                       CLOSE DESFAZ-FILE
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF FP-ORIGEM(WS-IND-PER) = 'M'
                       PERFORM MOVER-PERIODO-MASTER
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.
               IF WS-QTDE-HIST GREATER ZEROS
                   PERFORM MOVER-PERIODOS-HIST
               END-IF.
               IF ELO-NO-HIST-SIM
                   PERFORM SELAR-AUDITORIA
               END-IF.
               PERFORM REAPONTAR-LOJAS.
               PERFORM ATUALIZAR-FILIAL-ORIGEM.
               IF MODO-EFETIVAR
                   CLOSE DESFAZ-FILE
                   OPEN OUTPUT PREVIA-FILE
                   CLOSE PREVIA-FILE
                 ELSE
                   OPEN OUTPUT DESFAZ-FILE
                   CLOSE DESFAZ-FILE
               END-IF.

       ABRIR-DESFAZIMENTO.
               OPEN OUTPUT DESFAZ-FILE.
               IF WS-UN-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FUSAOUND ' WS-UN-STATUS
                   DISPLAY '** SEM ARQUIVO PARA DESFAZER A FUSAO'
                   DISPLAY '** NAO SERA EFETIVADA **'
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO DESFAZ-RECORD.
               MOVE 'H' TO UN-TIPO.
               MOVE WS-FILIAL-ORIGEM TO UN-ORIGEM.
               MOVE WS-FILIAL-DESTINO TO UN-DESTINO.
               MOVE WS-ANO-EFETIVO TO UN-ANO-EFETIVO.
               MOVE WS-MES-EFETIVO TO UN-MES-EFETIVO.
               MOVE WS-DATA-ATUAL TO UN-DATA.
               MOVE WS-OPERADOR TO UN-OPERADOR.
               PERFORM GRAVAR-DESFAZIMENTO.

       GRAVAR-DESFAZIMENTO.
               WRITE DESFAZ-RECORD.
               IF WS-UN-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FUSAOUND ' WS-UN-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.

       GRAVAR-DESFAZ-PERIODO.
               IF NOT MODO-EFETIVAR
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO DESFAZ-RECORD.
               IF FP-ORIGEM(WS-IND-PER) = 'M'
                   MOVE 'M' TO UN-TIPO
                 ELSE
                   MOVE 'S' TO UN-TIPO
               END-IF.
               MOVE FP-ANO(WS-IND-PER) TO UN-ANO.
               MOVE FP-MES(WS-IND-PER) TO UN-MES.
               MOVE FP-ACUM(WS-IND-PER) TO UN-ACUM.
               MOVE FP-DEVOL(WS-IND-PER) TO UN-DEVOL.
               MOVE FP-QTDE(WS-IND-PER) TO UN-QTDE.
               MOVE FP-DESTINO-CRIADO(WS-IND-PER)
                   TO UN-DESTINO-CRIADO.
               PERFORM GRAVAR-DESFAZIMENTO.

       MOVER-PERIODO-MASTER.
               MOVE FP-ANO(WS-IND-PER) TO SM-ANO.
               MOVE FP-MES(WS-IND-PER) TO SM-MES.
               MOVE WS-FILIAL-DE TO SM-FILIAL.
               READ SALES-MASTER KEY IS SM-CHAVE
                   INVALID KEY
                       DISPLAY '** PERIODO ' SM-CHAVE
                               ' SUMIU DO SALESMF **'
                       MOVE 'S' TO WS-ERRO-GRAVACAO
                       EXIT PARAGRAPH
               END-READ.
               SUBTRACT FP-ACUM(WS-IND-PER) FROM SM-ACUM.
               SUBTRACT FP-DEVOL(WS-IND-PER) FROM SM-DEVOL.
               SUBTRACT FP-QTDE(WS-IND-PER) FROM SM-QTDE-LANCAMENTOS.
               MOVE 'L' TO WS-TR-ARQUIVO.
               MOVE -1 TO WS-TR-SINAL.
               PERFORM REGISTRAR-TRANSFERENCIAS.
               MOVE WS-TR-SEQ TO SM-SEQ-AUDITORIA.
               REWRITE SALES-MASTER-RECORD.
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR SALES-MASTER '
                           WS-SM-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.
               MOVE WS-FILIAL-PARA TO SM-FILIAL.
               READ SALES-MASTER KEY IS SM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO FP-DESTINO-CRIADO(WS-IND-PER)
                       MOVE ZEROS TO SM-ACUM
                       MOVE ZEROS TO SM-DEVOL
                       MOVE ZEROS TO SM-QTDE-LANCAMENTOS
                       MOVE ZEROS TO SM-SEQ-AUDITORIA
                       MOVE FP-DE-SITUACAO(WS-IND-PER)
                           TO SM-SITUACAO
               END-READ.
               ADD FP-ACUM(WS-IND-PER) TO SM-ACUM.
               ADD FP-DEVOL(WS-IND-PER) TO SM-DEVOL.
               ADD FP-QTDE(WS-IND-PER) TO SM-QTDE-LANCAMENTOS.
               MOVE 1 TO WS-TR-SINAL.
               PERFORM REGISTRAR-TRANSFERENCIAS.
               MOVE WS-TR-SEQ TO SM-SEQ-AUDITORIA.
               IF FP-DESTINO-CRIADO(WS-IND-PER) = 'S'
                   WRITE SALES-MASTER-RECORD
                 ELSE
                   REWRITE SALES-MASTER-RECORD
               END-IF.
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR SALES-MASTER '
                           WS-SM-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.
               PERFORM GRAVAR-DESFAZ-PERIODO.
               ADD 1 TO WS-QTDE-MOVIDOS.

       REGISTRAR-TRANSFERENCIAS.
               MOVE SM-ANO TO WS-TR-ANO.
               MOVE SM-MES TO WS-TR-MES.
               MOVE SM-FILIAL TO WS-TR-FILIAL.
               MOVE SM-SEQ-AUDITORIA TO WS-TR-SEQ.
               PERFORM GRAVAR-PAR-TRANSFERENCIA.

       GRAVAR-PAR-TRANSFERENCIA.
               ADD 1 TO WS-TR-SEQ.
               MOVE 'T' TO WS-TR-TIPO.
               COMPUTE WS-TR-VALOR = FP-ACUM(WS-IND-PER) * WS-TR-SINAL.
               COMPUTE WS-TR-QTDE = FP-QTDE(WS-IND-PER) * WS-TR-SINAL.
               PERFORM GRAVAR-TRANSFERENCIA.
               IF FP-DEVOL(WS-IND-PER) NOT = ZEROS
                   ADD 1 TO WS-TR-SEQ
                   MOVE 'U' TO WS-TR-TIPO
                   COMPUTE WS-TR-VALOR =
                           FP-DEVOL(WS-IND-PER) * WS-TR-SINAL
                   MOVE ZEROS TO WS-TR-QTDE
                   PERFORM GRAVAR-TRANSFERENCIA
               END-IF.

       GRAVAR-TRANSFERENCIA.
               MOVE SPACES TO AUDIT-RECORD.
               MOVE WS-DATA-ATUAL TO AUD-DATA.
               MOVE WS-HORA-ATUAL TO AUD-HORA.
               MOVE WS-TR-ANO TO AUD-ANO.
               MOVE WS-TR-MES TO AUD-MES.
               MOVE WS-TR-FILIAL TO AUD-FILIAL.
               MOVE WS-TR-SEQ TO AUD-SEQ.
               MOVE WS-TR-TIPO TO AUD-TIPO.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE WS-TR-VALOR TO AUD-VALOR.
               MOVE WS-LOTE-TRANSF TO AUD-LOTE.
               MOVE SPACES TO AUD-LOJA.
               MOVE SPACES TO AUD-DATA-VENDA.
               MOVE WS-TR-QTDE TO AUD-QTDE-TRANSF.
               IF WS-TR-ARQUIVO = 'L'
                   PERFORM GRAVAR-REGISTRO-AUDITORIA
                   IF WS-AUD-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR AUDITORIA '
                               WS-AUD-STATUS
                       MOVE 'S' TO WS-ERRO-GRAVACAO
                   END-IF
                 ELSE
                   COMPUTE AUD-ELO-NUM = WS-ELO-NUM-ANT + 1
                   PERFORM CALCULAR-ELO
                   MOVE WS-ELO-CALC TO AUD-ELO
                   WRITE AUDIT-HIST-RECORD FROM AUDIT-RECORD
                   IF WS-AH-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR AUDHIST '
                               WS-AH-STATUS
                       MOVE 'S' TO WS-ERRO-GRAVACAO
                     ELSE
                       ADD 1 TO WS-ELO-NUM-ANT
                       MOVE WS-ELO-CALC TO WS-ELO-ANT
                       MOVE 'S' TO WS-ELO-NO-HIST
                   END-IF
               END-IF.
               ADD 1 TO WS-QTDE-AUDITORIA.

       OBTER-ULTIMO-ELO.
               MOVE ZEROS TO WS-ELO-NUM-ANT.
               MOVE ZEROS TO WS-ELO-ANT.
               MOVE ZEROS TO WS-SELO-NUM-ANT.
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
                   IF NOT AUD-EOF-SIM
                      AND AUD-TIPO = 'S'
                      AND AUD-ELO-NUM IS NUMERIC
                      AND AUD-ELO-NUM GREATER WS-SELO-NUM-ANT
                       MOVE AUD-ELO-NUM TO WS-SELO-NUM-ANT
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

       SELAR-AUDITORIA.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITLOG ' WS-AUD-STATUS
                   DISPLAY '** SELO DA CADEIA DE AUDITORIA NAO GRAVADO'
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
               MOVE WS-DATA-ATUAL TO AUD-DATA.
               MOVE WS-HORA-ATUAL TO AUD-HORA.
               MOVE WS-DATA-ATUAL(1:4) TO AUD-ANO.
               MOVE WS-DATA-ATUAL(5:2) TO AUD-MES.
               MOVE ZEROS TO AUD-FILIAL.
               MOVE ZEROS TO AUD-SEQ.
               MOVE 'S' TO AUD-TIPO.
               MOVE WS-OPERADOR TO AUD-OPERADOR.
               MOVE ZEROS TO AUD-VALOR.
               MOVE 'FUSAO' TO AUD-LOTE.
               COMPUTE AUD-QTDE-SELO = WS-ELO-NUM-ANT - WS-SELO-NUM-ANT.
               PERFORM GRAVAR-REGISTRO-AUDITORIA.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR SELO ' WS-AUD-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                 ELSE
                   MOVE WS-ELO-NUM-ANT TO WS-SELO-NUM-ANT
                   MOVE 'N' TO WS-ELO-NO-HIST
               END-IF.
               CLOSE AUDIT-FILE.

       MOVER-PERIODOS-HIST.
               MOVE 'N' TO WS-SH-EOF.
               OPEN INPUT SALES-HIST.
               IF WS-SH-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALEHIST ' WS-SH-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT SALES-TEMP.
               IF WS-ST-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FUSAOTMP ' WS-ST-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   CLOSE SALES-HIST
                   EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND AUDIT-HIST.
               IF WS-AH-STATUS = '35'
                   OPEN OUTPUT AUDIT-HIST
               END-IF.
               IF WS-AH-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDHIST ' WS-AH-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   CLOSE SALES-HIST
                   CLOSE SALES-TEMP
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'H' TO WS-TR-ARQUIVO.
               PERFORM UNTIL SH-EOF-SIM
                   READ SALES-HIST
                       AT END MOVE 'S' TO WS-SH-EOF
                   END-READ
                   IF NOT SH-EOF-SIM
                       PERFORM RESTATAR-HISTORICO
                       WRITE SALES-TEMP-RECORD FROM SALES-HIST-RECORD
                       IF WS-ST-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR FUSAOTMP '
                                   WS-ST-STATUS
                           MOVE 'S' TO WS-ERRO-GRAVACAO
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                       UNTIL WS-IND-PER GREATER WS-QTDE-PERIODOS
                   IF FP-ORIGEM(WS-IND-PER) = 'H'
                      AND FP-PARA-APLICADO(WS-IND-PER) NOT = 'S'
                       PERFORM CRIAR-HISTORICO-DESTINO
                   END-IF
               END-PERFORM.
               CLOSE SALES-HIST.
               CLOSE SALES-TEMP.
               CLOSE AUDIT-HIST.
               IF ERRO-GRAVACAO-SIM
                   DISPLAY '** SALEHIST NAO SUBSTITUIDO - VERSAO'
                   DISPLAY '** RESTATADA INCOMPLETA EM FUSAOTMP **'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM SUBSTITUIR-HISTORICO.

       RESTATAR-HISTORICO.
               IF SH-FILIAL NOT = WS-FILIAL-DE
                  AND SH-FILIAL NOT = WS-FILIAL-PARA
                   EXIT PARAGRAPH
               END-IF.
               MOVE SH-ANO TO WS-CP-ANO.
               MOVE SH-MES TO WS-CP-MES.
               PERFORM LOCALIZAR-PERIODO-HIST.
               IF NOT PERIODO-ACHADO-SIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE SH-ANO TO WS-TR-ANO.
               MOVE SH-MES TO WS-TR-MES.
               MOVE SH-FILIAL TO WS-TR-FILIAL.
               MOVE SH-SEQ-AUDITORIA TO WS-TR-SEQ.
               IF SH-FILIAL = WS-FILIAL-DE
                   SUBTRACT FP-ACUM(WS-IND-PER) FROM SH-ACUM
                   SUBTRACT FP-DEVOL(WS-IND-PER) FROM SH-DEVOL
                   SUBTRACT FP-QTDE(WS-IND-PER)
                       FROM SH-QTDE-LANCAMENTOS
                   MOVE -1 TO WS-TR-SINAL
                 ELSE
                   IF FP-PARA-APLICADO(WS-IND-PER) = 'S'
                       EXIT PARAGRAPH
                   END-IF
                   ADD FP-ACUM(WS-IND-PER) TO SH-ACUM
                   ADD FP-DEVOL(WS-IND-PER) TO SH-DEVOL
                   ADD FP-QTDE(WS-IND-PER) TO SH-QTDE-LANCAMENTOS
                   MOVE 'S' TO FP-PARA-APLICADO(WS-IND-PER)
                   MOVE 1 TO WS-TR-SINAL
                   PERFORM GRAVAR-DESFAZ-PERIODO
                   ADD 1 TO WS-QTDE-MOVIDOS
               END-IF.
               PERFORM GRAVAR-PAR-TRANSFERENCIA.
               MOVE WS-TR-SEQ TO SH-SEQ-AUDITORIA.

       CRIAR-HISTORICO-DESTINO.
               MOVE FP-ANO(WS-IND-PER) TO SH-ANO.
               MOVE FP-MES(WS-IND-PER) TO SH-MES.
               MOVE WS-FILIAL-PARA TO SH-FILIAL.
               MOVE FP-ACUM(WS-IND-PER) TO SH-ACUM.
               MOVE FP-DEVOL(WS-IND-PER) TO SH-DEVOL.
               MOVE FP-QTDE(WS-IND-PER) TO SH-QTDE-LANCAMENTOS.
               MOVE FP-DE-SITUACAO(WS-IND-PER) TO SH-SITUACAO.
               MOVE SH-ANO TO WS-TR-ANO.
               MOVE SH-MES TO WS-TR-MES.
               MOVE SH-FILIAL TO WS-TR-FILIAL.
               MOVE ZEROS TO WS-TR-SEQ.
               MOVE 1 TO WS-TR-SINAL.
               PERFORM GRAVAR-PAR-TRANSFERENCIA.
               MOVE WS-TR-SEQ TO SH-SEQ-AUDITORIA.
               WRITE SALES-TEMP-RECORD FROM SALES-HIST-RECORD.
               IF WS-ST-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR FUSAOTMP ' WS-ST-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.
               MOVE 'S' TO FP-PARA-APLICADO(WS-IND-PER).
               MOVE 'S' TO FP-DESTINO-CRIADO(WS-IND-PER).
               PERFORM GRAVAR-DESFAZ-PERIODO.
               ADD 1 TO WS-QTDE-MOVIDOS.

       SUBSTITUIR-HISTORICO.
               MOVE 'N' TO WS-ST-EOF.
               OPEN INPUT SALES-TEMP.
               IF WS-ST-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RELER FUSAOTMP ' WS-ST-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT SALES-HIST.
               IF WS-SH-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR SALEHIST ' WS-SH-STATUS
                   DISPLAY '** VERSAO RESTATADA RETIDA EM FUSAOTMP -'
                   DISPLAY '** NAO REMOVA O ARQUIVO **'
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   CLOSE SALES-TEMP
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL ST-EOF-SIM
                   READ SALES-TEMP
                       AT END MOVE 'S' TO WS-ST-EOF
                   END-READ
                   IF NOT ST-EOF-SIM
                       WRITE SALES-HIST-RECORD FROM SALES-TEMP-RECORD
                       IF WS-SH-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR SALEHIST '
                                   WS-SH-STATUS
                           DISPLAY '** VERSAO RESTATADA RETIDA EM'
                           DISPLAY '** FUSAOTMP - NAO REMOVA O'
                           DISPLAY '** ARQUIVO **'
                           MOVE 'S' TO WS-ERRO-GRAVACAO
                           MOVE 'S' TO WS-ST-EOF
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE SALES-TEMP.
               CLOSE SALES-HIST.

       REAPONTAR-LOJAS.
               IF WS-QTDE-LOJAS = ZEROS OR NOT MAPA-LIDO-SIM
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT MAPA-FILE.
               IF WS-MP-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR POSMAPA ' WS-MP-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-IND-LOJA FROM 1 BY 1
                       UNTIL WS-IND-LOJA GREATER WS-QTDE-MAPA
                   MOVE TM-LOJA(WS-IND-LOJA) TO PM-LOJA
                   IF TM-MOVER(WS-IND-LOJA) = 'S'
                       MOVE WS-FILIAL-PARA TO PM-FILIAL
                       IF MODO-EFETIVAR
                           MOVE SPACES TO DESFAZ-RECORD
                           MOVE 'P' TO UN-TIPO
                           MOVE TM-LOJA(WS-IND-LOJA) TO UN-LOJA
                           PERFORM GRAVAR-DESFAZIMENTO
                       END-IF
                     ELSE
                       MOVE TM-FILIAL(WS-IND-LOJA) TO PM-FILIAL
                   END-IF
                   WRITE MAPA-RECORD
                   IF WS-MP-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR POSMAPA '
                               WS-MP-STATUS
                       MOVE 'S' TO WS-ERRO-GRAVACAO
                   END-IF
               END-PERFORM.
               CLOSE MAPA-FILE.

       ATUALIZAR-FILIAL-ORIGEM.
               MOVE WS-FILIAL-ORIGEM TO FL-FILIAL.
               READ FILIAL-FILE KEY IS FL-FILIAL
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF MODO-EFETIVAR
                   MOVE SPACES TO DESFAZ-RECORD
                   MOVE 'F' TO UN-TIPO
                   MOVE FL-ATIVA TO UN-ATIVA-ANTERIOR
                   PERFORM GRAVAR-DESFAZIMENTO
                   MOVE 'I' TO FL-ATIVA
                 ELSE
                   IF WS-ATIVA-ANTERIOR = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ATIVA-ANTERIOR TO FL-ATIVA
               END-IF.
               REWRITE FILIAL-RECORD.
               IF WS-FL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR FILIALMF ' WS-FL-STATUS
                   MOVE 'S' TO WS-ERRO-GRAVACAO
               END-IF.

       GRAVAR-SECAO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO LS-TEXTO.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO '
                           WS-REL-STATUS
               END-IF.
