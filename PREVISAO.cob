       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISAO.
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

           SELECT FILIAL-FILE ASSIGN TO "FILIALMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-FILIAL
               FILE STATUS IS WS-FL-STATUS.

           SELECT META-FILE ASSIGN TO "METASMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WS-MT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT PREVISAO-FILE ASSIGN TO "PREVMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS WS-PV-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELPREV"
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

       FD  FILIAL-FILE.
       01  FILIAL-RECORD.
           05 FL-FILIAL PIC 9(03).
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  META-FILE.
       01  META-RECORD.
           05 MT-CHAVE.
               10 MT-ANO PIC 9(04).
               10 MT-MES PIC 9(02).
           05 MT-VALOR-META PIC 9(09)V99.

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

       FD  PREVISAO-FILE.
       01  PREVISAO-RECORD.
           05 PV-CHAVE.
               10 PV-ANO PIC 9(04).
               10 PV-MES PIC 9(02).
               10 PV-FILIAL PIC 9(03).
               10 PV-VERSAO PIC 9(08).
           05 PV-HORA PIC 9(08).
           05 PV-TIPO PIC X(01).
               88 PV-MES-REALIZADO VALUE 'R'.
               88 PV-MES-EM-CURSO VALUE 'C'.
               88 PV-MES-PROJETADO VALUE 'P'.
               88 PV-TOTAL-ANO VALUE 'A'.
           05 PV-METODO PIC X(01).
           05 PV-REALIZADO PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 PV-PROJETADO PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 PV-PREVISTO PIC S9(11)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 PV-META PIC 9(11)V99.
           05 PV-DIAS-DECORRIDOS PIC 9(02).
           05 PV-DIAS-MES PIC 9(02).
           05 FILLER PIC X(14).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  TABELA-PREV-FILIAL.
           05 PREV-FILIAL OCCURS 999 TIMES.
               10 PF-SITUACAO PIC X(01).
               10 PF-MOV-ATUAL PIC X(01).
               10 PF-MOV-ANTERIOR PIC X(01).
               10 PF-NOME PIC X(20).
               10 PF-ATIVA PIC X(01).
               10 PF-IND-REGIAO PIC 9(02).
               10 PF-METODO PIC X(01).
               10 PF-METODO-CURSO PIC X(01).
               10 PF-ANOS-PERFIL PIC 9(01).
               10 PF-QTDE-AUDIT PIC 9(07).
               10 PF-MTD-AUDIT PIC S9(09)V99.
               10 PF-BASE-META PIC S9(11)V99.
               10 PF-META PIC S9(11)V99.
               10 PF-REALIZADO PIC S9(11)V99.
               10 PF-PROJETADO PIC S9(11)V99.
               10 PF-PREVISTO PIC S9(11)V99.
               10 PF-VERSAO-ANT PIC 9(08).
               10 PF-PREVISTO-ANT PIC S9(11)V99.
               10 PF-MES-TAB OCCURS 12 TIMES.
                   15 PF-REAL-MES PIC S9(09)V99.
                   15 PF-PROJ-MES PIC S9(09)V99.
                   15 PF-PERFIL-MES PIC S9(11)V99.

       01  TABELA-HIST-FILIAL.
           05 HIST-FILIAL OCCURS 999 TIMES.
               10 HF-ANO-TAB OCCURS 3 TIMES.
                   15 HF-MES-TAB OCCURS 12 TIMES.
                       20 HF-MOV PIC X(01).
                       20 HF-VALOR PIC S9(09)V99.

       01  TABELA-REGIOES.
           05 REGIAO-TAB OCCURS 50 TIMES.
               10 RG-NOME PIC X(15).
               10 RG-FILIAIS PIC 9(03).
               10 RG-REALIZADO PIC S9(11)V99.
               10 RG-PROJETADO PIC S9(11)V99.
               10 RG-PREVISTO PIC S9(11)V99.
               10 RG-META PIC S9(11)V99.
               10 RG-PREVISTO-ANT PIC S9(11)V99.
               10 RG-COM-ANTERIOR PIC X(01).

       01  TABELA-EMPRESA-MES.
           05 EMP-MES OCCURS 12 TIMES.
               10 EM-REAL PIC S9(11)V99.
               10 EM-PROJ PIC S9(11)V99.
               10 EM-PERFIL PIC S9(13)V99.
               10 EM-META PIC 9(09)V99.

       01  TABELA-PERFIL.
           05 WS-PERFIL PIC S9(13)V99 OCCURS 12 TIMES.

       01  TABELA-DIAS-MES-DADOS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-DADOS.
           05 DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).

       01  WS-DATA-POSICAO.
           05 WS-ANO PIC 9(04).
           05 WS-MES PIC 9(02).
           05 WS-DIA PIC 9(02).
       01  WS-DATA-POSICAO-N REDEFINES WS-DATA-POSICAO
               PIC 9(08).
       01  WS-DATA-POSICAO-X REDEFINES WS-DATA-POSICAO
               PIC X(08).

       01  WS-DATA-VERSAO.
           05 WS-DV-AAAA PIC 9(04).
           05 WS-DV-MM PIC 9(02).
           05 WS-DV-DD PIC 9(02).
       01  WS-DATA-VERSAO-N REDEFINES WS-DATA-VERSAO
               PIC 9(08).

       01  WS-DATA-EDITADA.
           05 DE-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 DE-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 DE-ANO PIC 9(04).

       01  LINHA-TITULO.
           05 FILLER PIC X(30)
               VALUE 'PREVISAO DE FECHAMENTO DO ANO '.
           05 LT-ANO-PREVISAO PIC 9(04).
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).
           05 FILLER PIC X(18)
               VALUE '  VALORES LIQUIDOS'.

       01  LINHA-POSICAO.
           05 FILLER PIC X(11) VALUE 'POSICAO EM '.
           05 LP-DATA PIC X(10).
           05 FILLER PIC X(20) VALUE '   MES EM CURSO: DIA'.
           05 LP-DIA PIC ZZ9.
           05 FILLER PIC X(04) VALUE ' DE '.
           05 LP-DIAS-MES PIC 99.
           05 FILLER PIC X(19) VALUE '   PERFIL SAZONAL: '.
           05 LP-ANO-INI PIC 9(04).
           05 FILLER PIC X(03) VALUE ' A '.
           05 LP-ANO-FIM PIC 9(04).
           05 FILLER PIC X(20) VALUE '   VERSAO ANTERIOR: '.
           05 LP-VERSAO-ANT PIC X(10).

       01  LINHA-CAB-VALORES.
           05 LCV-ROTULO PIC X(40)
               VALUE ' FIL NOME                REGIAO'.
           05 LCV-COL-1 PIC X(16) VALUE '       REALIZADO'.
           05 LCV-COL-2 PIC X(16) VALUE '  PROJ. RESTANTE'.
           05 LCV-COL-3 PIC X(16) VALUE '    PREVISTO ANO'.
           05 LCV-COL-4 PIC X(16) VALUE '      META ANUAL'.
           05 LCV-COL-5 PIC X(16) VALUE '     SOBRA/FALTA'.
           05 LCV-COL-PCT PIC X(09) VALUE '  ATING %'.
           05 LCV-COL-MET PIC X(03) VALUE ' MT'.

       01  LINHA-DETALHE.
           05 LD-ROTULO PIC X(40).
           05 LD-COLUNA OCCURS 5 TIMES.
               10 FILLER PIC X(01).
               10 LD-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05 FILLER PIC X(01).
           05 LD-PCT PIC ZZZZ9,9-.
           05 FILLER PIC X(01).
           05 LD-METODO PIC X(02).

       01  WS-PARM PIC X(20) VALUE SPACES.

       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-SH-STATUS PIC X(02) VALUE '00'.
       77  WS-FL-STATUS PIC X(02) VALUE '00'.
       77  WS-MT-STATUS PIC X(02) VALUE '00'.
       77  WS-AUD-STATUS PIC X(02) VALUE '00'.
       77  WS-PV-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.

       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-SH-EOF PIC X(01) VALUE 'N'.
           88 SH-EOF-SIM VALUE 'S'.
       77  WS-AUD-EOF PIC X(01) VALUE 'N'.
           88 AUD-EOF-SIM VALUE 'S'.
       77  WS-PV-EOF PIC X(01) VALUE 'N'.
           88 PV-EOF-SIM VALUE 'S'.
       77  WS-SH-ABERTO PIC X(01) VALUE 'N'.
           88 SH-ABERTO-SIM VALUE 'S'.
       77  WS-FL-ABERTO PIC X(01) VALUE 'N'.
           88 FL-ABERTO-SIM VALUE 'S'.
       77  WS-MT-ABERTO PIC X(01) VALUE 'N'.
           88 MT-ABERTO-SIM VALUE 'S'.
       77  WS-ERRO-PARAMETRO PIC X(01) VALUE 'N'.
           88 ERRO-PARAMETRO-SIM VALUE 'S'.
       77  WS-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA-SIM VALUE 'S'.
       77  WS-META-RATEADA PIC X(01) VALUE 'N'.
           88 META-RATEADA-SIM VALUE 'S'.
       77  WS-ANO-COMPLETO PIC X(01) VALUE 'N'.
           88 ANO-COMPLETO-SIM VALUE 'S'.
       77  WS-RITMO-DIARIO PIC X(01) VALUE 'N'.
           88 RITMO-DIARIO-SIM VALUE 'S'.
       77  WS-REGIAO-ACHADA PIC X(01) VALUE 'N'.
           88 REGIAO-ACHADA-SIM VALUE 'S'.

       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.
       77  WS-HORA-ATUAL PIC 9(08) VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-4 PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-100 PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-400 PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-MES PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-RESTANTES PIC 9(02) VALUE ZEROS.
       77  WS-ANOS-PERFIL PIC 9(01) VALUE 3.
       77  WS-ANO-PERFIL-INI PIC 9(04) VALUE ZEROS.
       77  WS-ANO-PERFIL-FIM PIC 9(04) VALUE ZEROS.
       77  WS-IND-FILIAL PIC 9(04) VALUE ZEROS.
       77  WS-FILIAL-ED PIC 9(03) VALUE ZEROS.
       77  WS-IND-MES PIC 9(02) VALUE ZEROS.
       77  WS-IND-ANO PIC 9(01) VALUE ZEROS.
       77  WS-IND-REGIAO PIC 9(02) VALUE ZEROS.
       77  WS-IND-OUTRA-RG PIC 9(02) VALUE ZEROS.
       77  WS-IND-SEM-REGIAO PIC 9(02) VALUE ZEROS.
       77  WS-IND-MAIOR PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-REGIOES PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-MESES-BASE PIC 9(02) VALUE ZEROS.
       77  WS-REGIAO-SEM PIC X(15) VALUE '(SEM REGIAO)'.
       77  WS-REGIAO-PESQ PIC X(15) VALUE SPACES.
       77  WS-T-ANO PIC 9(04) VALUE ZEROS.
       77  WS-T-MES PIC 9(02) VALUE ZEROS.
       77  WS-T-FILIAL PIC 9(03) VALUE ZEROS.
       77  WS-T-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77  WS-BASE-REAL PIC S9(11)V99 VALUE ZEROS.
       77  WS-BASE-PERFIL PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-PERFIL PIC S9(13)V99 VALUE ZEROS.
       77  WS-EMP-TOTAL-PERFIL PIC S9(13)V99 VALUE ZEROS.
       77  WS-ESPERADO PIC S9(11)V99 VALUE ZEROS.
       77  WS-META-ANO PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-BASE-META PIC S9(13)V99 VALUE ZEROS.
       77  WS-META-ALOCADA PIC S9(11)V99 VALUE ZEROS.
       77  WS-MAIOR-BASE PIC S9(11)V99 VALUE ZEROS.
       77  WS-EMP-REALIZADO PIC S9(11)V99 VALUE ZEROS.
       77  WS-EMP-PROJETADO PIC S9(11)V99 VALUE ZEROS.
       77  WS-EMP-PREVISTO PIC S9(11)V99 VALUE ZEROS.
       77  WS-EMP-VERSAO-ANT PIC 9(08) VALUE ZEROS.
       77  WS-EMP-PREVISTO-ANT PIC S9(11)V99 VALUE ZEROS.
       77  WS-V-REALIZADO PIC S9(11)V99 VALUE ZEROS.
       77  WS-V-PROJETADO PIC S9(11)V99 VALUE ZEROS.
       77  WS-V-PREVISTO PIC S9(11)V99 VALUE ZEROS.
       77  WS-V-META PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERCENTUAL PIC S9(05)V9 VALUE ZEROS.
       77  WS-QTDE-FILIAIS PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-SEM-PERFIL PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-RITMO PIC 9(03) VALUE ZEROS.
       77  WS-QTDE-GRAVADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-SUBSTITUIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-ERROS PIC 9(07) VALUE ZEROS.
       77  WS-REG-MASTER PIC 9(07) VALUE ZEROS.
       77  WS-REG-HIST PIC 9(07) VALUE ZEROS.
       77  WS-REG-AUDIT PIC 9(07) VALUE ZEROS.
       77  WS-REGIOES-PERDIDAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==   PREVISAO DE FECHAMENTO DO ANO    =='.
               DISPLAY '==   (SALESMF + SALEHIST + METASMF)   =='.
               DISPLAY '========================================'.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-ATUAL FROM TIME.
               PERFORM OBTER-POSICAO.
               IF ERRO-PARAMETRO-SIM
                   DISPLAY 'USO: PREVISAO [AAAAMMDD]'
                   MOVE 12 TO WS-COD-RETORNO
                   MOVE WS-COD-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-ANO-PERFIL-FIM = WS-ANO - 1.
               COMPUTE WS-ANO-PERFIL-INI =
                       WS-ANO - WS-ANOS-PERFIL.
               COMPUTE WS-DIAS-RESTANTES = WS-DIAS-MES - WS-DIA.
               DISPLAY 'ANO ' WS-ANO ' POSICAO EM ' WS-DIA '/'
                       WS-MES '/' WS-ANO.
               DISPLAY 'PERFIL SAZONAL: ' WS-ANO-PERFIL-INI ' A '
                       WS-ANO-PERFIL-FIM.
               PERFORM LIMPAR-TABELAS.
               PERFORM ABRIR-ARQUIVOS.
               IF ERRO-ABERTURA-SIM
                   DISPLAY '** PREVISAO NAO EXECUTADA **'
                   PERFORM ENCERRAR-ARQUIVOS
                   MOVE 12 TO WS-COD-RETORNO
                   MOVE WS-COD-RETORNO TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM CARREGAR-MASTER.
               PERFORM CARREGAR-HISTORICO.
               PERFORM CARREGAR-METAS.
               PERFORM CARREGAR-RITMO.
               PERFORM SELECIONAR-FILIAIS.
               PERFORM RATEAR-META.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                       PERFORM PROJETAR-FILIAL
                   END-IF
               END-PERFORM.
               PERFORM LER-VERSAO-ANTERIOR.
               PERFORM TOTALIZAR-PREVISAO.
               PERFORM GRAVAR-PREVISAO.
               PERFORM IMPRIMIR-RELATORIO.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'REGISTROS DO MASTER:    ' WS-REG-MASTER.
               DISPLAY 'REGISTROS DO HISTORICO: ' WS-REG-HIST.
               DISPLAY 'LANCAMENTOS DO MES:     ' WS-REG-AUDIT.
               DISPLAY 'FILIAIS PROJETADAS:     ' WS-QTDE-FILIAIS.
               DISPLAY 'MES EM CURSO PELO RITMO:' WS-QTDE-RITMO.
               DISPLAY 'REGISTROS GRAVADOS:     ' WS-QTDE-GRAVADOS.
               IF WS-QTDE-SUBSTITUIDOS NOT = ZEROS
                   DISPLAY 'VERSAO DO DIA SUBSTITUIDA - REGISTROS: '
                           WS-QTDE-SUBSTITUIDOS
               END-IF.
               IF WS-QTDE-SEM-PERFIL NOT = ZEROS
                   DISPLAY '** FILIAIS SEM PERFIL PROPRIO: '
                           WS-QTDE-SEM-PERFIL
               END-IF.
               IF WS-REGIOES-PERDIDAS NOT = ZEROS
                   DISPLAY '** FILIAIS LANCADAS EM (SEM REGIAO)'
                           ' POR TABELA CHEIA: '
                           WS-REGIOES-PERDIDAS
               END-IF.
               DISPLAY 'PREVISAO DA EMPRESA:    ' WS-EMP-PREVISTO.
               DISPLAY 'META ANUAL DA EMPRESA:  ' WS-META-ANO.
               DISPLAY 'PREVISAO GRAVADA EM PREVMF VERSAO '
                       WS-DATA-POSICAO-N.
               DISPLAY 'RELATORIO GRAVADO EM RELPREV'.
               IF WS-QTDE-ERROS NOT = ZEROS
                   MOVE 8 TO WS-COD-RETORNO
               END-IF.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               STOP RUN.

       OBTER-POSICAO.
               MOVE 'N' TO WS-ERRO-PARAMETRO.
               IF WS-PARM = SPACES
                   MOVE WS-DATA-ATUAL TO WS-DATA-POSICAO
                 ELSE
                   MOVE WS-PARM(1:8) TO WS-DATA-POSICAO-X
                   IF WS-DATA-POSICAO-X IS NOT NUMERIC
                      OR WS-PARM(9:12) NOT = SPACES
                       MOVE 'S' TO WS-ERRO-PARAMETRO
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               IF WS-ANO LESS 1900
                  OR WS-MES LESS 1 OR WS-MES GREATER 12
                   MOVE 'S' TO WS-ERRO-PARAMETRO
                   EXIT PARAGRAPH
               END-IF.
               MOVE DIAS-DO-MES(WS-MES) TO WS-DIAS-MES.
               IF WS-MES = 2
                   DIVIDE WS-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-400 = ZEROS
                      OR (WS-RESTO-4 = ZEROS
                      AND WS-RESTO-100 NOT = ZEROS)
                       MOVE 29 TO WS-DIAS-MES
                   END-IF
               END-IF.
               IF WS-DIA LESS 1 OR WS-DIA GREATER WS-DIAS-MES
                   MOVE 'S' TO WS-ERRO-PARAMETRO
               END-IF.

       LIMPAR-TABELAS.
               MOVE ZEROS TO TABELA-PREV-FILIAL.
               MOVE ZEROS TO TABELA-HIST-FILIAL.
               MOVE ZEROS TO TABELA-EMPRESA-MES.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   MOVE 'N' TO PF-SITUACAO(WS-IND-FILIAL)
                   MOVE 'N' TO PF-MOV-ATUAL(WS-IND-FILIAL)
                   MOVE 'N' TO PF-MOV-ANTERIOR(WS-IND-FILIAL)
                   MOVE SPACES TO PF-NOME(WS-IND-FILIAL)
                   MOVE SPACES TO PF-ATIVA(WS-IND-FILIAL)
                   MOVE SPACES TO PF-METODO(WS-IND-FILIAL)
                   MOVE SPACES TO PF-METODO-CURSO(WS-IND-FILIAL)
               END-PERFORM.
               MOVE ZEROS TO WS-QTDE-REGIOES.
               MOVE ZEROS TO WS-IND-SEM-REGIAO.

       ABRIR-ARQUIVOS.
               OPEN INPUT SALES-MASTER.
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SALESMF ' WS-SM-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
               END-IF.

               OPEN INPUT SALES-HIST.
               IF WS-SH-STATUS = '00'
                   MOVE 'S' TO WS-SH-ABERTO
                 ELSE
                   MOVE 'S' TO WS-SH-EOF
                   DISPLAY 'AVISO: SALEHIST NAO DISPONIVEL '
                           WS-SH-STATUS
               END-IF.

               OPEN INPUT FILIAL-FILE.
               IF WS-FL-STATUS = '00'
                   MOVE 'S' TO WS-FL-ABERTO
                 ELSE
                   DISPLAY 'AVISO: FILIALMF NAO DISPONIVEL '
                           WS-FL-STATUS
                   DISPLAY 'TODAS AS FILIAIS FICARAO SEM REGIAO'
               END-IF.

               OPEN INPUT META-FILE.
               IF WS-MT-STATUS = '00'
                   MOVE 'S' TO WS-MT-ABERTO
                 ELSE
                   DISPLAY 'AVISO: METASMF NAO DISPONIVEL '
                           WS-MT-STATUS
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.

               OPEN I-O PREVISAO-FILE.
               IF WS-PV-STATUS = '35'
                   OPEN OUTPUT PREVISAO-FILE
                   CLOSE PREVISAO-FILE
                   OPEN I-O PREVISAO-FILE
               END-IF.
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PREVMF ' WS-PV-STATUS
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
               IF SH-ABERTO-SIM
                   CLOSE SALES-HIST
               END-IF.
               IF FL-ABERTO-SIM
                   CLOSE FILIAL-FILE
               END-IF.
               IF MT-ABERTO-SIM
                   CLOSE META-FILE
               END-IF.
               CLOSE PREVISAO-FILE.
               CLOSE RELATORIO-FILE.

       CARREGAR-MASTER.
               MOVE LOW-VALUES TO SM-CHAVE.
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
                       MOVE SM-ANO TO WS-T-ANO
                       MOVE SM-MES TO WS-T-MES
                       MOVE SM-FILIAL TO WS-T-FILIAL
                       COMPUTE WS-T-LIQUIDO =
                               SM-ACUM - SM-DEVOL
                       PERFORM ACUMULAR-PERIODO
                       ADD 1 TO WS-REG-MASTER
                   END-IF
               END-PERFORM.

       CARREGAR-HISTORICO.
               IF NOT SH-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL SH-EOF-SIM
                   READ SALES-HIST
                       AT END MOVE 'S' TO WS-SH-EOF
                   END-READ
                   IF NOT SH-EOF-SIM
                       MOVE SH-ANO TO WS-T-ANO
                       MOVE SH-MES TO WS-T-MES
                       MOVE SH-FILIAL TO WS-T-FILIAL
                       COMPUTE WS-T-LIQUIDO =
                               SH-ACUM - SH-DEVOL
                       PERFORM ACUMULAR-PERIODO
                       ADD 1 TO WS-REG-HIST
                   END-IF
               END-PERFORM.

       ACUMULAR-PERIODO.
               IF WS-T-FILIAL = ZEROS
                  OR WS-T-MES LESS 1 OR WS-T-MES GREATER 12
                   EXIT PARAGRAPH
               END-IF.
               IF WS-T-ANO = WS-ANO
                   ADD WS-T-LIQUIDO
                       TO PF-REAL-MES(WS-T-FILIAL WS-T-MES)
                   MOVE 'S' TO PF-MOV-ATUAL(WS-T-FILIAL)
                   EXIT PARAGRAPH
               END-IF.
               IF WS-T-ANO LESS WS-ANO-PERFIL-INI
                  OR WS-T-ANO GREATER WS-ANO-PERFIL-FIM
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-IND-ANO =
                       WS-T-ANO - WS-ANO-PERFIL-INI + 1.
               ADD WS-T-LIQUIDO
                   TO HF-VALOR(WS-T-FILIAL WS-IND-ANO WS-T-MES).
               MOVE 'S' TO HF-MOV(WS-T-FILIAL WS-IND-ANO WS-T-MES).
               IF WS-T-ANO = WS-ANO-PERFIL-FIM
                   ADD WS-T-LIQUIDO TO PF-BASE-META(WS-T-FILIAL)
                   MOVE 'S' TO PF-MOV-ANTERIOR(WS-T-FILIAL)
               END-IF.

       CARREGAR-METAS.
               MOVE ZEROS TO WS-META-ANO.
               IF NOT MT-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   MOVE WS-ANO TO MT-ANO
                   MOVE WS-IND-MES TO MT-MES
                   READ META-FILE KEY IS MT-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MT-VALOR-META
                               TO EM-META(WS-IND-MES)
                           ADD MT-VALOR-META TO WS-META-ANO
                   END-READ
               END-PERFORM.
               IF WS-META-ANO = ZEROS
                   DISPLAY 'AVISO: SEM META CADASTRADA PARA '
                           WS-ANO
                   MOVE 4 TO WS-COD-RETORNO
               END-IF.

       CARREGAR-RITMO.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUD-STATUS NOT = '00'
                   DISPLAY 'AVISO: AUDITLOG NAO DISPONIVEL '
                           WS-AUD-STATUS
                   DISPLAY 'MES EM CURSO PROJETADO PELO PERFIL'
                   MOVE 4 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL AUD-EOF-SIM
                   READ AUDIT-FILE
                       AT END MOVE 'S' TO WS-AUD-EOF
                   END-READ
                   IF NOT AUD-EOF-SIM
                      AND AUD-ANO = WS-ANO
                      AND AUD-MES = WS-MES
                      AND AUD-FILIAL GREATER ZEROS
                      AND AUD-DATA NOT GREATER WS-DATA-POSICAO-N
                      AND AUD-TIPO NOT = 'F'
                      AND AUD-TIPO NOT = 'R'
                      AND AUD-TIPO NOT = 'C'
                      AND AUD-TIPO NOT = 'A'
                      AND AUD-TIPO NOT = 'T'
                      AND AUD-TIPO NOT = 'U'
                      AND AUD-TIPO NOT = 'S'
                       PERFORM CLASSIFICAR-RITMO
                   END-IF
               END-PERFORM.
               CLOSE AUDIT-FILE.

       CLASSIFICAR-RITMO.
               IF AUD-TIPO = 'D'
                   SUBTRACT AUD-VALOR
                       FROM PF-MTD-AUDIT(AUD-FILIAL)
                 ELSE
                   ADD AUD-VALOR TO PF-MTD-AUDIT(AUD-FILIAL)
               END-IF.
               ADD 1 TO PF-QTDE-AUDIT(AUD-FILIAL).
               ADD 1 TO WS-REG-AUDIT.

       SELECIONAR-FILIAIS.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-MOV-ATUAL(WS-IND-FILIAL) = 'S'
                      OR PF-MOV-ANTERIOR(WS-IND-FILIAL) = 'S'
                       PERFORM LER-FILIAL
                       IF PF-MOV-ATUAL(WS-IND-FILIAL) = 'S'
                          OR PF-ATIVA(WS-IND-FILIAL) = 'A'
                           MOVE 'S' TO PF-SITUACAO(WS-IND-FILIAL)
                           ADD 1 TO WS-QTDE-FILIAIS
                           PERFORM MONTAR-PERFIL-FILIAL
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE ZEROS TO WS-EMP-TOTAL-PERFIL.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   ADD EM-PERFIL(WS-IND-MES) TO WS-EMP-TOTAL-PERFIL
               END-PERFORM.

       LER-FILIAL.
               MOVE WS-REGIAO-SEM TO WS-REGIAO-PESQ.
               MOVE 'SEM CADASTRO' TO PF-NOME(WS-IND-FILIAL).
               MOVE 'A' TO PF-ATIVA(WS-IND-FILIAL).
               IF FL-ABERTO-SIM
                   MOVE WS-IND-FILIAL TO FL-FILIAL
                   READ FILIAL-FILE KEY IS FL-FILIAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FL-NOME TO PF-NOME(WS-IND-FILIAL)
                           MOVE FL-ATIVA TO PF-ATIVA(WS-IND-FILIAL)
                           IF FL-REGIAO NOT = SPACES
                               MOVE FL-REGIAO TO WS-REGIAO-PESQ
                           END-IF
                   END-READ
               END-IF.
               IF PF-MOV-ATUAL(WS-IND-FILIAL) NOT = 'S'
                  AND PF-ATIVA(WS-IND-FILIAL) NOT = 'A'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM LOCALIZAR-REGIAO.
               MOVE WS-IND-REGIAO TO PF-IND-REGIAO(WS-IND-FILIAL).

       LOCALIZAR-REGIAO.
               MOVE 'N' TO WS-REGIAO-ACHADA.
               PERFORM VARYING WS-IND-OUTRA-RG FROM 1 BY 1
                       UNTIL WS-IND-OUTRA-RG GREATER WS-QTDE-REGIOES
                          OR REGIAO-ACHADA-SIM
                   IF RG-NOME(WS-IND-OUTRA-RG) = WS-REGIAO-PESQ
                       MOVE WS-IND-OUTRA-RG TO WS-IND-REGIAO
                       MOVE 'S' TO WS-REGIAO-ACHADA
                   END-IF
               END-PERFORM.
               IF REGIAO-ACHADA-SIM
                   EXIT PARAGRAPH
               END-IF.
               IF WS-REGIAO-PESQ NOT = WS-REGIAO-SEM
                  AND (WS-QTDE-REGIOES = 50
                   OR (WS-QTDE-REGIOES = 49
                  AND WS-IND-SEM-REGIAO = ZEROS))
                   MOVE WS-IND-FILIAL TO WS-FILIAL-ED
                   DISPLAY '** TABELA DE REGIOES CHEIA - FILIAL '
                           WS-FILIAL-ED ' EM (SEM REGIAO) **'
                   ADD 1 TO WS-REGIOES-PERDIDAS
                   MOVE WS-REGIAO-SEM TO WS-REGIAO-PESQ
                   IF WS-IND-SEM-REGIAO NOT = ZEROS
                       MOVE WS-IND-SEM-REGIAO TO WS-IND-REGIAO
                       MOVE 'S' TO WS-REGIAO-ACHADA
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               ADD 1 TO WS-QTDE-REGIOES.
               MOVE WS-QTDE-REGIOES TO WS-IND-REGIAO.
               MOVE WS-REGIAO-PESQ TO RG-NOME(WS-IND-REGIAO).
               MOVE ZEROS TO RG-FILIAIS(WS-IND-REGIAO).
               MOVE ZEROS TO RG-REALIZADO(WS-IND-REGIAO).
               MOVE ZEROS TO RG-PROJETADO(WS-IND-REGIAO).
               MOVE ZEROS TO RG-PREVISTO(WS-IND-REGIAO).
               MOVE ZEROS TO RG-META(WS-IND-REGIAO).
               MOVE ZEROS TO RG-PREVISTO-ANT(WS-IND-REGIAO).
               MOVE 'N' TO RG-COM-ANTERIOR(WS-IND-REGIAO).
               IF WS-REGIAO-PESQ = WS-REGIAO-SEM
                   MOVE WS-IND-REGIAO TO WS-IND-SEM-REGIAO
               END-IF.
               MOVE 'S' TO WS-REGIAO-ACHADA.

       MONTAR-PERFIL-FILIAL.
               PERFORM VARYING WS-IND-ANO FROM 1 BY 1
                       UNTIL WS-IND-ANO GREATER WS-ANOS-PERFIL
                   MOVE 'S' TO WS-ANO-COMPLETO
                   PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES GREATER 12
                       IF HF-MOV(WS-IND-FILIAL WS-IND-ANO
                                 WS-IND-MES) NOT = 'S'
                           MOVE 'N' TO WS-ANO-COMPLETO
                       END-IF
                   END-PERFORM
                   IF ANO-COMPLETO-SIM
                       ADD 1 TO PF-ANOS-PERFIL(WS-IND-FILIAL)
                       PERFORM VARYING WS-IND-MES FROM 1 BY 1
                               UNTIL WS-IND-MES GREATER 12
                           ADD HF-VALOR(WS-IND-FILIAL WS-IND-ANO
                                        WS-IND-MES)
                               TO PF-PERFIL-MES(WS-IND-FILIAL
                                                WS-IND-MES)
                           ADD HF-VALOR(WS-IND-FILIAL WS-IND-ANO
                                        WS-IND-MES)
                               TO EM-PERFIL(WS-IND-MES)
                       END-PERFORM
                   END-IF
               END-PERFORM.

       RATEAR-META.
               MOVE 'N' TO WS-META-RATEADA.
               IF WS-META-ANO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZEROS TO WS-TOT-BASE-META.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                      AND PF-BASE-META(WS-IND-FILIAL) GREATER ZEROS
                       ADD PF-BASE-META(WS-IND-FILIAL)
                           TO WS-TOT-BASE-META
                   END-IF
               END-PERFORM.
               IF WS-TOT-BASE-META NOT GREATER ZEROS
                   DISPLAY 'AVISO: SEM VENDAS EM ' WS-ANO-PERFIL-FIM
                           ' PARA RATEAR A META ENTRE AS FILIAIS'
                   MOVE 4 TO WS-COD-RETORNO
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZEROS TO WS-META-ALOCADA.
               MOVE ZEROS TO WS-MAIOR-BASE.
               MOVE ZEROS TO WS-IND-MAIOR.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                      AND PF-BASE-META(WS-IND-FILIAL) GREATER ZEROS
                       COMPUTE PF-META(WS-IND-FILIAL) ROUNDED =
                               WS-META-ANO *
                               PF-BASE-META(WS-IND-FILIAL) /
                               WS-TOT-BASE-META
                       ADD PF-META(WS-IND-FILIAL) TO WS-META-ALOCADA
                       IF PF-BASE-META(WS-IND-FILIAL)
                          GREATER WS-MAIOR-BASE
                           MOVE PF-BASE-META(WS-IND-FILIAL)
                               TO WS-MAIOR-BASE
                           MOVE WS-IND-FILIAL TO WS-IND-MAIOR
                       END-IF
                   END-IF
               END-PERFORM.
               COMPUTE PF-META(WS-IND-MAIOR) =
                       PF-META(WS-IND-MAIOR) +
                       WS-META-ANO - WS-META-ALOCADA.
               MOVE 'S' TO WS-META-RATEADA.

       PROJETAR-FILIAL.
               IF PF-ATIVA(WS-IND-FILIAL) NOT = 'A'
                   MOVE 'I' TO PF-METODO(WS-IND-FILIAL)
                   MOVE 'I' TO PF-METODO-CURSO(WS-IND-FILIAL)
                   PERFORM SOMAR-FILIAL
                   EXIT PARAGRAPH
               END-IF.
               PERFORM OBTER-PERFIL.
               MOVE 'N' TO WS-RITMO-DIARIO.
               IF PF-QTDE-AUDIT(WS-IND-FILIAL) GREATER ZEROS
                   MOVE 'S' TO WS-RITMO-DIARIO
                   ADD 1 TO WS-QTDE-RITMO
                   COMPUTE PF-PROJ-MES(WS-IND-FILIAL WS-MES)
                           ROUNDED =
                           PF-MTD-AUDIT(WS-IND-FILIAL) *
                           WS-DIAS-RESTANTES / WS-DIA
                   IF PF-PROJ-MES(WS-IND-FILIAL WS-MES) LESS ZEROS
                       MOVE ZEROS
                           TO PF-PROJ-MES(WS-IND-FILIAL WS-MES)
                   END-IF
               END-IF.
               PERFORM CALCULAR-BASE.
               IF WS-BASE-PERFIL NOT GREATER ZEROS
                  AND PF-METODO(WS-IND-FILIAL) NOT = 'L'
                   PERFORM PERFIL-LINEAR
                   PERFORM CALCULAR-BASE
               END-IF.
               IF WS-BASE-REAL NOT GREATER ZEROS
                  AND PF-METODO(WS-IND-FILIAL) = 'S'
                   MOVE 'H' TO PF-METODO(WS-IND-FILIAL)
                   MOVE WS-TOTAL-PERFIL TO WS-BASE-PERFIL
                   COMPUTE WS-BASE-REAL ROUNDED =
                           WS-TOTAL-PERFIL /
                           PF-ANOS-PERFIL(WS-IND-FILIAL)
               END-IF.
               IF RITMO-DIARIO-SIM
                   MOVE 'D' TO PF-METODO-CURSO(WS-IND-FILIAL)
                 ELSE
                   MOVE PF-METODO(WS-IND-FILIAL)
                       TO PF-METODO-CURSO(WS-IND-FILIAL)
               END-IF.
               PERFORM VARYING WS-IND-MES FROM WS-MES BY 1
                       UNTIL WS-IND-MES GREATER 12
                   IF WS-IND-MES NOT = WS-MES
                      OR NOT RITMO-DIARIO-SIM
                       PERFORM PROJETAR-MES
                   END-IF
               END-PERFORM.
               PERFORM SOMAR-FILIAL.
               IF PF-METODO(WS-IND-FILIAL) NOT = 'S'
                  AND PF-METODO(WS-IND-FILIAL) NOT = 'H'
                   ADD 1 TO WS-QTDE-SEM-PERFIL
               END-IF.

       OBTER-PERFIL.
               MOVE ZEROS TO WS-TOTAL-PERFIL.
               IF PF-ANOS-PERFIL(WS-IND-FILIAL) GREATER ZEROS
                   PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES GREATER 12
                       MOVE PF-PERFIL-MES(WS-IND-FILIAL WS-IND-MES)
                           TO WS-PERFIL(WS-IND-MES)
                       ADD WS-PERFIL(WS-IND-MES) TO WS-TOTAL-PERFIL
                   END-PERFORM
               END-IF.
               IF WS-TOTAL-PERFIL GREATER ZEROS
                   MOVE 'S' TO PF-METODO(WS-IND-FILIAL)
                   EXIT PARAGRAPH
               END-IF.
               IF WS-EMP-TOTAL-PERFIL GREATER ZEROS
                   PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES GREATER 12
                       MOVE EM-PERFIL(WS-IND-MES)
                           TO WS-PERFIL(WS-IND-MES)
                   END-PERFORM
                   MOVE WS-EMP-TOTAL-PERFIL TO WS-TOTAL-PERFIL
                   MOVE 'E' TO PF-METODO(WS-IND-FILIAL)
                   EXIT PARAGRAPH
               END-IF.
               PERFORM PERFIL-LINEAR.

       PERFIL-LINEAR.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   MOVE 1 TO WS-PERFIL(WS-IND-MES)
               END-PERFORM.
               MOVE 12 TO WS-TOTAL-PERFIL.
               MOVE 'L' TO PF-METODO(WS-IND-FILIAL).

       CALCULAR-BASE.
               MOVE ZEROS TO WS-BASE-REAL.
               MOVE ZEROS TO WS-BASE-PERFIL.
               IF WS-MES GREATER 1
                   COMPUTE WS-QTDE-MESES-BASE = WS-MES - 1
                   PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES GREATER
                                 WS-QTDE-MESES-BASE
                       ADD PF-REAL-MES(WS-IND-FILIAL WS-IND-MES)
                           TO WS-BASE-REAL
                       ADD WS-PERFIL(WS-IND-MES) TO WS-BASE-PERFIL
                   END-PERFORM
                 ELSE
                   COMPUTE WS-BASE-REAL =
                           PF-REAL-MES(WS-IND-FILIAL 1) +
                           PF-PROJ-MES(WS-IND-FILIAL 1)
                   MOVE WS-PERFIL(1) TO WS-BASE-PERFIL
               END-IF.

       PROJETAR-MES.
               MOVE ZEROS TO PF-PROJ-MES(WS-IND-FILIAL WS-IND-MES).
               IF WS-BASE-PERFIL NOT GREATER ZEROS
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-ESPERADO ROUNDED =
                       WS-BASE-REAL * WS-PERFIL(WS-IND-MES) /
                       WS-BASE-PERFIL
                 ON SIZE ERROR
                   MOVE ZEROS TO WS-ESPERADO
               END-COMPUTE.
               IF WS-ESPERADO GREATER
                  PF-REAL-MES(WS-IND-FILIAL WS-IND-MES)
                   COMPUTE PF-PROJ-MES(WS-IND-FILIAL WS-IND-MES) =
                           WS-ESPERADO -
                           PF-REAL-MES(WS-IND-FILIAL WS-IND-MES)
               END-IF.

       SOMAR-FILIAL.
               MOVE ZEROS TO PF-REALIZADO(WS-IND-FILIAL).
               MOVE ZEROS TO PF-PROJETADO(WS-IND-FILIAL).
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   ADD PF-REAL-MES(WS-IND-FILIAL WS-IND-MES)
                       TO PF-REALIZADO(WS-IND-FILIAL)
                   ADD PF-PROJ-MES(WS-IND-FILIAL WS-IND-MES)
                       TO PF-PROJETADO(WS-IND-FILIAL)
               END-PERFORM.
               COMPUTE PF-PREVISTO(WS-IND-FILIAL) =
                       PF-REALIZADO(WS-IND-FILIAL) +
                       PF-PROJETADO(WS-IND-FILIAL).

       LER-VERSAO-ANTERIOR.
               MOVE 'N' TO WS-PV-EOF.
               MOVE WS-ANO TO PV-ANO.
               MOVE ZEROS TO PV-MES.
               MOVE ZEROS TO PV-FILIAL.
               MOVE ZEROS TO PV-VERSAO.
               START PREVISAO-FILE KEY IS GREATER THAN OR EQUAL
                       PV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PV-EOF
               END-START.
               IF WS-PV-STATUS NOT = '00'
                   MOVE 'S' TO WS-PV-EOF
               END-IF.
               PERFORM UNTIL PV-EOF-SIM
                   READ PREVISAO-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-PV-EOF
                   END-READ
                   IF WS-PV-STATUS NOT = '00'
                      OR PV-ANO NOT = WS-ANO
                      OR PV-MES NOT = ZEROS
                       MOVE 'S' TO WS-PV-EOF
                   END-IF
                   IF NOT PV-EOF-SIM
                      AND PV-VERSAO LESS WS-DATA-POSICAO-N
                       PERFORM GUARDAR-VERSAO-ANTERIOR
                   END-IF
               END-PERFORM.

       GUARDAR-VERSAO-ANTERIOR.
               IF PV-FILIAL = ZEROS
                   MOVE PV-VERSAO TO WS-EMP-VERSAO-ANT
                   MOVE PV-PREVISTO TO WS-EMP-PREVISTO-ANT
                   EXIT PARAGRAPH
               END-IF.
               IF PF-SITUACAO(PV-FILIAL) = 'S'
                   MOVE PV-VERSAO TO PF-VERSAO-ANT(PV-FILIAL)
                   MOVE PV-PREVISTO TO PF-PREVISTO-ANT(PV-FILIAL)
               END-IF.

       TOTALIZAR-PREVISAO.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                       PERFORM TOTALIZAR-FILIAL
                   END-IF
               END-PERFORM.

       TOTALIZAR-FILIAL.
               ADD PF-REALIZADO(WS-IND-FILIAL) TO WS-EMP-REALIZADO.
               ADD PF-PROJETADO(WS-IND-FILIAL) TO WS-EMP-PROJETADO.
               ADD PF-PREVISTO(WS-IND-FILIAL) TO WS-EMP-PREVISTO.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   ADD PF-REAL-MES(WS-IND-FILIAL WS-IND-MES)
                       TO EM-REAL(WS-IND-MES)
                   ADD PF-PROJ-MES(WS-IND-FILIAL WS-IND-MES)
                       TO EM-PROJ(WS-IND-MES)
               END-PERFORM.
               MOVE PF-IND-REGIAO(WS-IND-FILIAL) TO WS-IND-REGIAO.
               IF WS-IND-REGIAO = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO RG-FILIAIS(WS-IND-REGIAO).
               ADD PF-REALIZADO(WS-IND-FILIAL)
                   TO RG-REALIZADO(WS-IND-REGIAO).
               ADD PF-PROJETADO(WS-IND-FILIAL)
                   TO RG-PROJETADO(WS-IND-REGIAO).
               ADD PF-PREVISTO(WS-IND-FILIAL)
                   TO RG-PREVISTO(WS-IND-REGIAO).
               ADD PF-META(WS-IND-FILIAL) TO RG-META(WS-IND-REGIAO).
               IF PF-VERSAO-ANT(WS-IND-FILIAL) NOT = ZEROS
                   ADD PF-PREVISTO-ANT(WS-IND-FILIAL)
                       TO RG-PREVISTO-ANT(WS-IND-REGIAO)
                   MOVE 'S' TO RG-COM-ANTERIOR(WS-IND-REGIAO)
               END-IF.

       GRAVAR-PREVISAO.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                       PERFORM GRAVAR-PREVISAO-FILIAL
                   END-IF
               END-PERFORM.
               PERFORM GRAVAR-PREVISAO-EMPRESA.

       GRAVAR-PREVISAO-FILIAL.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   PERFORM INICIAR-REGISTRO-PREVISAO
                   MOVE WS-IND-FILIAL TO PV-FILIAL
                   MOVE PF-REAL-MES(WS-IND-FILIAL WS-IND-MES)
                       TO PV-REALIZADO
                   MOVE PF-PROJ-MES(WS-IND-FILIAL WS-IND-MES)
                       TO PV-PROJETADO
                   EVALUATE TRUE
                       WHEN PV-MES-EM-CURSO
                           MOVE PF-METODO-CURSO(WS-IND-FILIAL)
                               TO PV-METODO
                       WHEN PV-MES-PROJETADO
                           MOVE PF-METODO(WS-IND-FILIAL)
                               TO PV-METODO
                   END-EVALUATE
                   IF META-RATEADA-SIM
                       COMPUTE PV-META ROUNDED =
                               EM-META(WS-IND-MES) *
                               PF-BASE-META(WS-IND-FILIAL) /
                               WS-TOT-BASE-META
                   END-IF
                   PERFORM GRAVAR-REGISTRO-PREVISAO
               END-PERFORM.
               MOVE ZEROS TO WS-IND-MES.
               PERFORM INICIAR-REGISTRO-PREVISAO.
               MOVE WS-IND-FILIAL TO PV-FILIAL.
               MOVE PF-METODO(WS-IND-FILIAL) TO PV-METODO.
               MOVE PF-REALIZADO(WS-IND-FILIAL) TO PV-REALIZADO.
               MOVE PF-PROJETADO(WS-IND-FILIAL) TO PV-PROJETADO.
               MOVE PF-META(WS-IND-FILIAL) TO PV-META.
               PERFORM GRAVAR-REGISTRO-PREVISAO.

       GRAVAR-PREVISAO-EMPRESA.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   PERFORM INICIAR-REGISTRO-PREVISAO
                   MOVE EM-REAL(WS-IND-MES) TO PV-REALIZADO
                   MOVE EM-PROJ(WS-IND-MES) TO PV-PROJETADO
                   MOVE EM-META(WS-IND-MES) TO PV-META
                   PERFORM GRAVAR-REGISTRO-PREVISAO
               END-PERFORM.
               MOVE ZEROS TO WS-IND-MES.
               PERFORM INICIAR-REGISTRO-PREVISAO.
               MOVE WS-EMP-REALIZADO TO PV-REALIZADO.
               MOVE WS-EMP-PROJETADO TO PV-PROJETADO.
               MOVE WS-META-ANO TO PV-META.
               PERFORM GRAVAR-REGISTRO-PREVISAO.

       INICIAR-REGISTRO-PREVISAO.
               MOVE SPACES TO PREVISAO-RECORD.
               MOVE WS-ANO TO PV-ANO.
               MOVE WS-IND-MES TO PV-MES.
               MOVE ZEROS TO PV-FILIAL.
               MOVE WS-DATA-POSICAO-N TO PV-VERSAO.
               MOVE WS-HORA-ATUAL TO PV-HORA.
               MOVE ZEROS TO PV-REALIZADO.
               MOVE ZEROS TO PV-PROJETADO.
               MOVE ZEROS TO PV-PREVISTO.
               MOVE ZEROS TO PV-META.
               MOVE ZEROS TO PV-DIAS-DECORRIDOS.
               MOVE ZEROS TO PV-DIAS-MES.
               EVALUATE TRUE
                   WHEN WS-IND-MES = ZEROS
                       MOVE 'A' TO PV-TIPO
                   WHEN WS-IND-MES LESS WS-MES
                       MOVE 'R' TO PV-TIPO
                   WHEN WS-IND-MES = WS-MES
                       MOVE 'C' TO PV-TIPO
                       MOVE WS-DIA TO PV-DIAS-DECORRIDOS
                       MOVE WS-DIAS-MES TO PV-DIAS-MES
                   WHEN OTHER
                       MOVE 'P' TO PV-TIPO
               END-EVALUATE.

       GRAVAR-REGISTRO-PREVISAO.
               COMPUTE PV-PREVISTO = PV-REALIZADO + PV-PROJETADO.
               WRITE PREVISAO-RECORD.
               IF WS-PV-STATUS = '22'
                   REWRITE PREVISAO-RECORD
                   IF WS-PV-STATUS = '00'
                       ADD 1 TO WS-QTDE-SUBSTITUIDOS
                   END-IF
               END-IF.
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR PREVMF ' WS-PV-STATUS
                           ' FILIAL ' PV-FILIAL ' MES ' PV-MES
                   ADD 1 TO WS-QTDE-ERROS
                 ELSE
                   ADD 1 TO WS-QTDE-GRAVADOS
               END-IF.

       IMPRIMIR-RELATORIO.
               MOVE WS-ANO TO LT-ANO-PREVISAO.
               MOVE WS-DATA-DD TO LT-DIA.
               MOVE WS-DATA-MM TO LT-MES.
               MOVE WS-DATA-AAAA TO LT-ANO.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE WS-DATA-POSICAO-N TO WS-DATA-VERSAO-N.
               PERFORM EDITAR-DATA.
               MOVE WS-DATA-EDITADA TO LP-DATA.
               MOVE WS-DIA TO LP-DIA.
               MOVE WS-DIAS-MES TO LP-DIAS-MES.
               MOVE WS-ANO-PERFIL-INI TO LP-ANO-INI.
               MOVE WS-ANO-PERFIL-FIM TO LP-ANO-FIM.
               IF WS-EMP-VERSAO-ANT = ZEROS
                   MOVE 'NENHUMA' TO LP-VERSAO-ANT
                 ELSE
                   MOVE WS-EMP-VERSAO-ANT TO WS-DATA-VERSAO-N
                   PERFORM EDITAR-DATA
                   MOVE WS-DATA-EDITADA TO LP-VERSAO-ANT
               END-IF.
               MOVE LINHA-POSICAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'PREVISAO POR FILIAL' TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM IMPRIMIR-CABECALHO-ANUAL.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                       PERFORM IMPRIMIR-FILIAL
                   END-IF
               END-PERFORM.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               STRING 'MT: S PERFIL PROPRIO  E PERFIL DA EMPRESA  '
                      'L LINEAR  H MEDIA DOS ANOS ANTERIORES  '
                      'I INATIVA'
                      DELIMITED BY SIZE
                      INTO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               STRING '    D NA 2A POSICAO: MES EM CURSO PELO '
                      'RITMO DIARIO DO AUDITLOG'
                      DELIMITED BY SIZE
                      INTO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'PREVISAO POR REGIAO' TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE ' REGIAO                          FILIAIS'
                   TO LCV-ROTULO.
               MOVE LINHA-CAB-VALORES TO RELATORIO-REGISTRO.
               MOVE SPACES TO RELATORIO-REGISTRO(130:3).
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND-REGIAO FROM 1 BY 1
                       UNTIL WS-IND-REGIAO GREATER WS-QTDE-REGIOES
                   PERFORM IMPRIMIR-REGIAO
               END-PERFORM.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'TOTAL DA EMPRESA' TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE ' EMPRESA                         FILIAIS'
                   TO LCV-ROTULO.
               MOVE LINHA-CAB-VALORES TO RELATORIO-REGISTRO.
               MOVE SPACES TO RELATORIO-REGISTRO(130:3).
               PERFORM GRAVAR-RELATORIO.
               PERFORM IMPRIMIR-EMPRESA.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'PREVISAO MENSAL DA EMPRESA' TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE ' MES  SITUACAO' TO LCV-ROTULO.
               MOVE '    PREVISTO MES' TO LCV-COL-3.
               MOVE '     META DO MES' TO LCV-COL-4.
               MOVE LINHA-CAB-VALORES TO RELATORIO-REGISTRO.
               MOVE SPACES TO RELATORIO-REGISTRO(130:3).
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES GREATER 12
                   PERFORM IMPRIMIR-MES-EMPRESA
               END-PERFORM.
               PERFORM IMPRIMIR-COMPARACAO.

       IMPRIMIR-CABECALHO-ANUAL.
               MOVE ' FIL NOME                REGIAO'
                   TO LCV-ROTULO.
               MOVE '      META ANUAL' TO LCV-COL-4.
               MOVE LINHA-CAB-VALORES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-FILIAL.
               MOVE SPACES TO LINHA-DETALHE.
               MOVE WS-IND-FILIAL TO WS-FILIAL-ED.
               MOVE PF-IND-REGIAO(WS-IND-FILIAL) TO WS-IND-REGIAO.
               IF WS-IND-REGIAO = ZEROS
                   MOVE WS-REGIAO-SEM TO WS-REGIAO-PESQ
                 ELSE
                   MOVE RG-NOME(WS-IND-REGIAO) TO WS-REGIAO-PESQ
               END-IF.
               STRING ' ' WS-FILIAL-ED ' '
                      PF-NOME(WS-IND-FILIAL)(1:19) ' '
                      WS-REGIAO-PESQ
                      DELIMITED BY SIZE
                      INTO LD-ROTULO.
               MOVE PF-REALIZADO(WS-IND-FILIAL) TO WS-V-REALIZADO.
               MOVE PF-PROJETADO(WS-IND-FILIAL) TO WS-V-PROJETADO.
               MOVE PF-PREVISTO(WS-IND-FILIAL) TO WS-V-PREVISTO.
               MOVE PF-META(WS-IND-FILIAL) TO WS-V-META.
               PERFORM MONTAR-VALORES.
               MOVE PF-METODO(WS-IND-FILIAL) TO LD-METODO(1:1).
               IF PF-METODO-CURSO(WS-IND-FILIAL) = 'D'
                   MOVE 'D' TO LD-METODO(2:1)
               END-IF.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-REGIAO.
               MOVE SPACES TO LINHA-DETALHE.
               STRING ' ' RG-NOME(WS-IND-REGIAO)
                      '                     '
                      RG-FILIAIS(WS-IND-REGIAO)
                      DELIMITED BY SIZE
                      INTO LD-ROTULO.
               MOVE RG-REALIZADO(WS-IND-REGIAO) TO WS-V-REALIZADO.
               MOVE RG-PROJETADO(WS-IND-REGIAO) TO WS-V-PROJETADO.
               MOVE RG-PREVISTO(WS-IND-REGIAO) TO WS-V-PREVISTO.
               MOVE RG-META(WS-IND-REGIAO) TO WS-V-META.
               PERFORM MONTAR-VALORES.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-EMPRESA.
               MOVE SPACES TO LINHA-DETALHE.
               STRING ' EMPRESA                             '
                      WS-QTDE-FILIAIS
                      DELIMITED BY SIZE
                      INTO LD-ROTULO.
               MOVE WS-EMP-REALIZADO TO WS-V-REALIZADO.
               MOVE WS-EMP-PROJETADO TO WS-V-PROJETADO.
               MOVE WS-EMP-PREVISTO TO WS-V-PREVISTO.
               MOVE WS-META-ANO TO WS-V-META.
               PERFORM MONTAR-VALORES.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               IF WS-META-ANO = ZEROS
                   MOVE '** SEM META CADASTRADA NO METASMF PARA O ANO'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.
               IF WS-META-ANO NOT = ZEROS AND NOT META-RATEADA-SIM
                   MOVE '** META NAO RATEADA - SEM VENDAS NO ANO ANTER'
                       TO RELATORIO-REGISTRO
                   MOVE 'IOR' TO RELATORIO-REGISTRO(47:3)
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       IMPRIMIR-MES-EMPRESA.
               MOVE SPACES TO LINHA-DETALHE.
               EVALUATE TRUE
                   WHEN WS-IND-MES LESS WS-MES
                       STRING '  ' WS-IND-MES '  REALIZADO'
                              DELIMITED BY SIZE
                              INTO LD-ROTULO
                   WHEN WS-IND-MES = WS-MES
                       STRING '  ' WS-IND-MES '  EM CURSO'
                              DELIMITED BY SIZE
                              INTO LD-ROTULO
                   WHEN OTHER
                       STRING '  ' WS-IND-MES '  PROJETADO'
                              DELIMITED BY SIZE
                              INTO LD-ROTULO
               END-EVALUATE.
               MOVE EM-REAL(WS-IND-MES) TO WS-V-REALIZADO.
               MOVE EM-PROJ(WS-IND-MES) TO WS-V-PROJETADO.
               COMPUTE WS-V-PREVISTO =
                       EM-REAL(WS-IND-MES) + EM-PROJ(WS-IND-MES).
               MOVE EM-META(WS-IND-MES) TO WS-V-META.
               PERFORM MONTAR-VALORES.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       MONTAR-VALORES.
               MOVE WS-V-REALIZADO TO LD-VALOR(1).
               MOVE WS-V-PROJETADO TO LD-VALOR(2).
               MOVE WS-V-PREVISTO TO LD-VALOR(3).
               IF WS-V-META = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-DIFERENCA = WS-V-PREVISTO - WS-V-META.
               MOVE WS-V-META TO LD-VALOR(4).
               MOVE WS-DIFERENCA TO LD-VALOR(5).
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-V-PREVISTO * 100 / WS-V-META
                 ON SIZE ERROR
                   MOVE 99999,9 TO WS-PERCENTUAL
               END-COMPUTE.
               MOVE WS-PERCENTUAL TO LD-PCT.

       IMPRIMIR-COMPARACAO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'COMPARACAO COM A PREVISAO ANTERIOR'
                   TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE ' FIL NOME                 VERSAO ANT'
                   TO LCV-ROTULO.
               MOVE '  PREVISTO ANTER' TO LCV-COL-1.
               MOVE '  PREVISTO ATUAL' TO LCV-COL-2.
               MOVE '        VARIACAO' TO LCV-COL-3.
               MOVE LINHA-CAB-VALORES(1:88) TO RELATORIO-REGISTRO.
               MOVE '    VAR %' TO RELATORIO-REGISTRO(121:9).
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF PF-SITUACAO(WS-IND-FILIAL) = 'S'
                       PERFORM IMPRIMIR-COMPARACAO-FILIAL
                   END-IF
               END-PERFORM.
               MOVE SPACES TO LINHA-DETALHE.
               MOVE ' EMPRESA' TO LD-ROTULO.
               MOVE WS-EMP-VERSAO-ANT TO WS-DATA-VERSAO-N.
               MOVE WS-EMP-PREVISTO-ANT TO WS-V-REALIZADO.
               MOVE WS-EMP-PREVISTO TO WS-V-PREVISTO.
               PERFORM MONTAR-COMPARACAO.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-COMPARACAO-FILIAL.
               MOVE SPACES TO LINHA-DETALHE.
               MOVE WS-IND-FILIAL TO WS-FILIAL-ED.
               STRING ' ' WS-FILIAL-ED ' '
                      PF-NOME(WS-IND-FILIAL)
                      DELIMITED BY SIZE
                      INTO LD-ROTULO.
               MOVE PF-VERSAO-ANT(WS-IND-FILIAL) TO WS-DATA-VERSAO-N.
               MOVE PF-PREVISTO-ANT(WS-IND-FILIAL) TO WS-V-REALIZADO.
               MOVE PF-PREVISTO(WS-IND-FILIAL) TO WS-V-PREVISTO.
               PERFORM MONTAR-COMPARACAO.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       MONTAR-COMPARACAO.
               MOVE WS-V-PREVISTO TO LD-VALOR(2).
               IF WS-DATA-VERSAO-N = ZEROS
                   MOVE 'NENHUMA' TO LD-ROTULO(27:10)
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EDITAR-DATA.
               MOVE WS-DATA-EDITADA TO LD-ROTULO(27:10).
               MOVE WS-V-REALIZADO TO LD-VALOR(1).
               COMPUTE WS-DIFERENCA = WS-V-PREVISTO - WS-V-REALIZADO.
               MOVE WS-DIFERENCA TO LD-VALOR(3).
               IF WS-V-REALIZADO NOT = ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           WS-DIFERENCA * 100 / WS-V-REALIZADO
                     ON SIZE ERROR
                       MOVE 99999,9 TO WS-PERCENTUAL
                   END-COMPUTE
                   MOVE WS-PERCENTUAL TO LD-PCT
               END-IF.

       EDITAR-DATA.
               MOVE WS-DV-DD TO DE-DIA.
               MOVE WS-DV-MM TO DE-MES.
               MOVE WS-DV-AAAA TO DE-ANO.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO '
                           WS-REL-STATUS
               END-IF.
