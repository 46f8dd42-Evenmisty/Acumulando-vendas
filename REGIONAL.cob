       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIONAL.
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

           SELECT RELATORIO-FILE ASSIGN TO "RELREGI"
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

       FD  FILIAL-FILE.
       01  FILIAL-RECORD.
           05 FL-FILIAL PIC 9(03).
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  TABELA-REG-FILIAL.
           05 REG-FILIAL OCCURS 999 TIMES.
               10 RF-MOVIMENTO PIC X(01).
               10 RF-NOME PIC X(20).
               10 RF-ATIVA PIC X(01).
               10 RF-IND-REGIAO PIC 9(02).
               10 RF-ACUM PIC 9(09)V99.
               10 RF-DEVOL PIC 9(09)V99.
               10 RF-LIQUIDO PIC S9(09)V99.
               10 RF-QTDE PIC 9(07).
               10 RF-RANK PIC 9(03).

       01  TABELA-REGIOES.
           05 REGIAO-TAB OCCURS 50 TIMES.
               10 RG-NOME PIC X(15).
               10 RG-ACUM PIC 9(11)V99.
               10 RG-DEVOL PIC 9(11)V99.
               10 RG-LIQUIDO PIC S9(11)V99.
               10 RG-QTDE PIC 9(07).
               10 RG-FILIAIS PIC 9(03).
               10 RG-INATIVAS PIC 9(03).
               10 RG-RANK PIC 9(02).

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).

       01  WS-PERIODO-PARM.
           05 WS-PARM-ANO PIC 9(04).
           05 WS-PARM-MES PIC 9(02).
       01  WS-PERIODO-PARM-X REDEFINES WS-PERIODO-PARM
               PIC X(06).

       01  LINHA-TITULO.
           05 FILLER PIC X(33)
               VALUE 'RESULTADO REGIONAL DE VENDAS MES '.
           05 LT-MES-REF PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO-REF PIC 9(04).
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).

       01  LINHA-REGIAO.
           05 FILLER PIC X(08) VALUE 'REGIAO: '.
           05 LR-NOME PIC X(15).
           05 FILLER PIC X(12) VALUE '   POSICAO: '.
           05 LR-RANK PIC Z9.
           05 FILLER PIC X(04) VALUE ' DE '.
           05 LR-QTDE-REGIOES PIC Z9.

       01  LINHA-CABECALHO.
           05 FILLER PIC X(05) VALUE ' FIL '.
           05 FILLER PIC X(21) VALUE 'NOME'.
           05 FILLER PIC X(16) VALUE '     VENDA BRUTA'.
           05 FILLER PIC X(16) VALUE '      DEVOLUCOES'.
           05 FILLER PIC X(16) VALUE '   VENDA LIQUIDA'.
           05 FILLER PIC X(09) VALUE '   DEV% '.
           05 FILLER PIC X(08) VALUE ' LANCTOS'.
           05 FILLER PIC X(10) VALUE '  PART-RG%'.
           05 FILLER PIC X(06) VALUE '  POS'.
           05 FILLER PIC X(20) VALUE ' OBSERVACAO'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-FILIAL PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-NOME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ACUM PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DEVOL PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-LIQUIDO PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-PCT-DEVOL PIC ZZ9,99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-QTDE PIC ZZ.ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LD-PCT-REGIAO PIC ZZ9,99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-RANK PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-OBSERVACAO PIC X(22).

       01  LINHA-SUBTOTAL.
           05 FILLER PIC X(05) VALUE SPACES.
           05 LS-ROTULO PIC X(21).
           05 LS-ACUM PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 LS-DEVOL PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 LS-LIQUIDO PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LS-PCT-DEVOL PIC ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LS-QTDE PIC ZZZ.ZZ9.
           05 FILLER PIC X(11) VALUE ' PART-EMP% '.
           05 LS-PCT-EMPRESA PIC ZZ9,99-.

       01  LINHA-CAB-RANKING.
           05 FILLER PIC X(05) VALUE ' POS '.
           05 FILLER PIC X(17) VALUE 'REGIAO'.
           05 FILLER PIC X(08) VALUE 'FILIAIS '.
           05 FILLER PIC X(18) VALUE '     VENDA LIQUIDA'.
           05 FILLER PIC X(11) VALUE '  PART-EMP%'.
           05 FILLER PIC X(09) VALUE '    DEV% '.
           05 FILLER PIC X(20) VALUE '  INATIVAS C/ VENDAS'.

       01  LINHA-RANKING.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LK-RANK PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LK-NOME PIC X(15).
           05 FILLER PIC X(04) VALUE SPACES.
           05 LK-FILIAIS PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LK-LIQUIDO PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(03) VALUE SPACES.
           05 LK-PCT-EMPRESA PIC ZZ9,99-.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LK-PCT-DEVOL PIC ZZ9,99-.
           05 FILLER PIC X(15) VALUE SPACES.
           05 LK-INATIVAS PIC ZZ9.

       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-FL-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.

       77  WS-SM-EOF PIC X(01) VALUE 'N'.
           88 SM-EOF-SIM VALUE 'S'.
       77  WS-SM-ABERTO PIC X(01) VALUE 'N'.
           88 SM-ABERTO-SIM VALUE 'S'.
       77  WS-FL-ABERTO PIC X(01) VALUE 'N'.
           88 FL-ABERTO-SIM VALUE 'S'.
       77  WS-MES-VALIDO PIC X(01) VALUE 'N'.
           88 MES-VALIDO-SIM VALUE 'S'.
       77  WS-REGIAO-ACHADA PIC X(01) VALUE 'N'.
           88 REGIAO-ACHADA-SIM VALUE 'S'.
       77  WS-ACHOU PIC X(01) VALUE 'N'.
           88 ACHOU-SIM VALUE 'S'.

       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-ANO PIC 9(04) VALUE ZEROS.
       77  WS-MES PIC 9(02) VALUE ZEROS.
       77  WS-REGIAO-SEM PIC X(15) VALUE '(SEM REGIAO)'.
       77  WS-REGIAO-PESQ PIC X(15) VALUE SPACES.
       77  WS-QTDE-REGIOES PIC 9(02) VALUE ZEROS.
       77  WS-IND-FILIAL PIC 9(04) VALUE ZEROS.
       77  WS-IND-OUTRA PIC 9(04) VALUE ZEROS.
       77  WS-IND-REGIAO PIC 9(02) VALUE ZEROS.
       77  WS-IND-OUTRA-RG PIC 9(02) VALUE ZEROS.
       77  WS-IND-SEM-REGIAO PIC 9(02) VALUE ZEROS.
       77  WS-POSICAO PIC 9(03) VALUE ZEROS.
       77  WS-POSICAO-RG PIC 9(02) VALUE ZEROS.
       77  WS-TOT-ACUM PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-DEVOL PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-QTDE PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FILIAIS PIC 9(03) VALUE ZEROS.
       77  WS-TOT-INATIVAS PIC 9(03) VALUE ZEROS.
       77  WS-PERCENTUAL PIC S9(03)V99 VALUE ZEROS.
       77  WS-REG-LIDOS PIC 9(07) VALUE ZEROS.
       77  WS-REGIOES-PERDIDAS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==   RESULTADO REGIONAL DE VENDAS     =='.
               DISPLAY '==   (SALESMF POR FL-REGIAO)          =='.
               DISPLAY '========================================'.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               PERFORM OBTER-PERIODO.
               DISPLAY 'PERIODO: ' WS-MES '/' WS-ANO.
               PERFORM LIMPAR-TABELAS.
               PERFORM ABRIR-ARQUIVOS.
               PERFORM CARREGAR-MASTER.
               PERFORM CLASSIFICAR-FILIAIS.
               PERFORM CLASSIFICAR-REGIOES.
               PERFORM IMPRIMIR-RELATORIO.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'REGISTROS DO PERIODO:   ' WS-REG-LIDOS.
               DISPLAY 'REGIOES:                ' WS-QTDE-REGIOES.
               DISPLAY 'FILIAIS COM MOVIMENTO:  ' WS-TOT-FILIAIS.
               IF WS-TOT-INATIVAS NOT = ZEROS
                   DISPLAY '** FILIAIS INATIVAS COM VENDAS: '
                           WS-TOT-INATIVAS
               END-IF.
               IF WS-REGIOES-PERDIDAS NOT = ZEROS
                   DISPLAY '** FILIAIS LANCADAS EM (SEM REGIAO)'
                           ' POR TABELA CHEIA: '
                           WS-REGIOES-PERDIDAS
               END-IF.
               DISPLAY 'RELATORIO GRAVADO EM RELREGI'.
               STOP RUN.

       OBTER-PERIODO.
               MOVE WS-PARM(1:6) TO WS-PERIODO-PARM-X.
               IF WS-PERIODO-PARM-X IS NUMERIC
                  AND WS-PARM-MES GREATER OR EQUAL 1
                  AND WS-PARM-MES LESS OR EQUAL 12
                  AND WS-PARM-ANO GREATER ZEROS
                   MOVE WS-PARM-ANO TO WS-ANO
                   MOVE WS-PARM-MES TO WS-MES
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-MES-VALIDO.
               PERFORM UNTIL MES-VALIDO-SIM
                   DISPLAY '==      DIGITE O MES DE 1 A 12:   =='
                   ACCEPT WS-MES
                   IF WS-MES GREATER OR EQUAL 1
                      AND WS-MES LESS OR EQUAL 12
                       MOVE 'S' TO WS-MES-VALIDO
                     ELSE
                       DISPLAY 'INSIRA UM MES VALIDO'
                   END-IF
               END-PERFORM.
               MOVE ZEROS TO WS-ANO.
               PERFORM UNTIL WS-ANO GREATER ZEROS
                   DISPLAY '==      DIGITE O ANO (AAAA):      =='
                   ACCEPT WS-ANO
                   IF WS-ANO = ZEROS
                       DISPLAY 'INSIRA UM ANO VALIDO'
                   END-IF
               END-PERFORM.

       LIMPAR-TABELAS.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   MOVE 'N' TO RF-MOVIMENTO(WS-IND-FILIAL)
                   MOVE SPACES TO RF-NOME(WS-IND-FILIAL)
                   MOVE SPACES TO RF-ATIVA(WS-IND-FILIAL)
                   MOVE ZEROS TO RF-IND-REGIAO(WS-IND-FILIAL)
                   MOVE ZEROS TO RF-ACUM(WS-IND-FILIAL)
                   MOVE ZEROS TO RF-DEVOL(WS-IND-FILIAL)
                   MOVE ZEROS TO RF-LIQUIDO(WS-IND-FILIAL)
                   MOVE ZEROS TO RF-QTDE(WS-IND-FILIAL)
                   MOVE ZEROS TO RF-RANK(WS-IND-FILIAL)
               END-PERFORM.
               MOVE ZEROS TO WS-QTDE-REGIOES.
               MOVE ZEROS TO WS-IND-SEM-REGIAO.

       ABRIR-ARQUIVOS.
               OPEN INPUT SALES-MASTER.
               IF WS-SM-STATUS = '00'
                   MOVE 'S' TO WS-SM-ABERTO
                 ELSE
                   MOVE 'S' TO WS-SM-EOF
                   DISPLAY 'AVISO: SALESMF NAO DISPONIVEL '
                           WS-SM-STATUS
               END-IF.

               OPEN INPUT FILIAL-FILE.
               IF WS-FL-STATUS = '00'
                   MOVE 'S' TO WS-FL-ABERTO
                 ELSE
                   DISPLAY 'AVISO: FILIALMF NAO DISPONIVEL '
                           WS-FL-STATUS
                   DISPLAY 'TODAS AS FILIAIS FICARAO SEM REGIAO'
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
               IF FL-ABERTO-SIM
                   CLOSE FILIAL-FILE
               END-IF.
               CLOSE RELATORIO-FILE.

       CARREGAR-MASTER.
               IF NOT SM-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-ANO TO SM-ANO.
               MOVE WS-MES TO SM-MES.
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
                       IF SM-ANO NOT = WS-ANO OR SM-MES NOT = WS-MES
                           MOVE 'S' TO WS-SM-EOF
                         ELSE
                           IF SM-FILIAL GREATER ZEROS
                               PERFORM ACUMULAR-FILIAL
                               ADD 1 TO WS-REG-LIDOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

       ACUMULAR-FILIAL.
               MOVE SM-FILIAL TO WS-IND-FILIAL.
               IF RF-MOVIMENTO(WS-IND-FILIAL) NOT = 'S'
                   PERFORM LER-FILIAL
                   MOVE 'S' TO RF-MOVIMENTO(WS-IND-FILIAL)
                   ADD 1 TO WS-TOT-FILIAIS
                   ADD 1 TO RG-FILIAIS(WS-IND-REGIAO)
               END-IF.
               MOVE RF-IND-REGIAO(WS-IND-FILIAL) TO WS-IND-REGIAO.
               ADD SM-ACUM TO RF-ACUM(WS-IND-FILIAL).
               ADD SM-DEVOL TO RF-DEVOL(WS-IND-FILIAL).
               ADD SM-QTDE-LANCAMENTOS TO RF-QTDE(WS-IND-FILIAL).
               COMPUTE RF-LIQUIDO(WS-IND-FILIAL) =
                       RF-ACUM(WS-IND-FILIAL) -
                       RF-DEVOL(WS-IND-FILIAL).
               ADD SM-ACUM TO RG-ACUM(WS-IND-REGIAO).
               ADD SM-DEVOL TO RG-DEVOL(WS-IND-REGIAO).
               ADD SM-QTDE-LANCAMENTOS TO RG-QTDE(WS-IND-REGIAO).
               COMPUTE RG-LIQUIDO(WS-IND-REGIAO) =
                       RG-ACUM(WS-IND-REGIAO) -
                       RG-DEVOL(WS-IND-REGIAO).
               ADD SM-ACUM TO WS-TOT-ACUM.
               ADD SM-DEVOL TO WS-TOT-DEVOL.
               ADD SM-QTDE-LANCAMENTOS TO WS-TOT-QTDE.
               COMPUTE WS-TOT-LIQUIDO = WS-TOT-ACUM - WS-TOT-DEVOL.

       LER-FILIAL.
               MOVE WS-REGIAO-SEM TO WS-REGIAO-PESQ.
               MOVE 'SEM CADASTRO' TO RF-NOME(WS-IND-FILIAL).
               MOVE 'A' TO RF-ATIVA(WS-IND-FILIAL).
               IF FL-ABERTO-SIM
                   MOVE WS-IND-FILIAL TO FL-FILIAL
                   READ FILIAL-FILE KEY IS FL-FILIAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FL-NOME TO RF-NOME(WS-IND-FILIAL)
                           MOVE FL-ATIVA TO RF-ATIVA(WS-IND-FILIAL)
                           IF FL-REGIAO NOT = SPACES
                               MOVE FL-REGIAO TO WS-REGIAO-PESQ
                           END-IF
                   END-READ
               END-IF.
               PERFORM LOCALIZAR-REGIAO.
               MOVE WS-IND-REGIAO TO RF-IND-REGIAO(WS-IND-FILIAL).

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
                   DISPLAY '** TABELA DE REGIOES CHEIA - FILIAL '
                           WS-IND-FILIAL ' EM (SEM REGIAO) **'
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
               MOVE ZEROS TO RG-ACUM(WS-IND-REGIAO).
               MOVE ZEROS TO RG-DEVOL(WS-IND-REGIAO).
               MOVE ZEROS TO RG-LIQUIDO(WS-IND-REGIAO).
               MOVE ZEROS TO RG-QTDE(WS-IND-REGIAO).
               MOVE ZEROS TO RG-FILIAIS(WS-IND-REGIAO).
               MOVE ZEROS TO RG-INATIVAS(WS-IND-REGIAO).
               MOVE ZEROS TO RG-RANK(WS-IND-REGIAO).
               IF WS-REGIAO-PESQ = WS-REGIAO-SEM
                   MOVE WS-IND-REGIAO TO WS-IND-SEM-REGIAO
               END-IF.
               MOVE 'S' TO WS-REGIAO-ACHADA.

       CLASSIFICAR-FILIAIS.
               PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                       UNTIL WS-IND-FILIAL GREATER 999
                   IF RF-MOVIMENTO(WS-IND-FILIAL) = 'S'
                       PERFORM POSICIONAR-FILIAL
                       IF RF-ATIVA(WS-IND-FILIAL) NOT = 'A'
                          AND (RF-ACUM(WS-IND-FILIAL) NOT = ZEROS
                           OR RF-DEVOL(WS-IND-FILIAL) NOT = ZEROS)
                           MOVE RF-IND-REGIAO(WS-IND-FILIAL)
                               TO WS-IND-REGIAO
                           ADD 1 TO RG-INATIVAS(WS-IND-REGIAO)
                           ADD 1 TO WS-TOT-INATIVAS
                       END-IF
                   END-IF
               END-PERFORM.

       POSICIONAR-FILIAL.
               MOVE 1 TO WS-POSICAO.
               PERFORM VARYING WS-IND-OUTRA FROM 1 BY 1
                       UNTIL WS-IND-OUTRA GREATER 999
                   IF RF-MOVIMENTO(WS-IND-OUTRA) = 'S'
                      AND WS-IND-OUTRA NOT = WS-IND-FILIAL
                      AND RF-IND-REGIAO(WS-IND-OUTRA) =
                              RF-IND-REGIAO(WS-IND-FILIAL)
                       IF RF-LIQUIDO(WS-IND-OUTRA) GREATER
                              RF-LIQUIDO(WS-IND-FILIAL)
                          OR (RF-LIQUIDO(WS-IND-OUTRA) =
                              RF-LIQUIDO(WS-IND-FILIAL)
                          AND WS-IND-OUTRA LESS WS-IND-FILIAL)
                           ADD 1 TO WS-POSICAO
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE WS-POSICAO TO RF-RANK(WS-IND-FILIAL).

       CLASSIFICAR-REGIOES.
               PERFORM VARYING WS-IND-REGIAO FROM 1 BY 1
                       UNTIL WS-IND-REGIAO GREATER WS-QTDE-REGIOES
                   MOVE 1 TO WS-POSICAO-RG
                   PERFORM VARYING WS-IND-OUTRA-RG FROM 1 BY 1
                           UNTIL WS-IND-OUTRA-RG GREATER
                                 WS-QTDE-REGIOES
                       IF WS-IND-OUTRA-RG NOT = WS-IND-REGIAO
                           IF RG-LIQUIDO(WS-IND-OUTRA-RG) GREATER
                                  RG-LIQUIDO(WS-IND-REGIAO)
                              OR (RG-LIQUIDO(WS-IND-OUTRA-RG) =
                                  RG-LIQUIDO(WS-IND-REGIAO)
                              AND WS-IND-OUTRA-RG LESS WS-IND-REGIAO)
                               ADD 1 TO WS-POSICAO-RG
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-POSICAO-RG TO RG-RANK(WS-IND-REGIAO)
               END-PERFORM.

       IMPRIMIR-RELATORIO.
               MOVE WS-MES TO LT-MES-REF.
               MOVE WS-ANO TO LT-ANO-REF.
               MOVE WS-DATA-DD TO LT-DIA.
               MOVE WS-DATA-MM TO LT-MES.
               MOVE WS-DATA-AAAA TO LT-ANO.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               IF WS-TOT-FILIAIS = ZEROS
                   MOVE SPACES TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   MOVE 'SEM MOVIMENTO NO PERIODO'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-POSICAO-RG FROM 1 BY 1
                       UNTIL WS-POSICAO-RG GREATER WS-QTDE-REGIOES
                   PERFORM VARYING WS-IND-REGIAO FROM 1 BY 1
                           UNTIL WS-IND-REGIAO GREATER
                                 WS-QTDE-REGIOES
                       IF RG-RANK(WS-IND-REGIAO) = WS-POSICAO-RG
                           PERFORM IMPRIMIR-REGIAO
                       END-IF
                   END-PERFORM
               END-PERFORM.
               PERFORM IMPRIMIR-TOTAL-EMPRESA.
               PERFORM IMPRIMIR-RANKING-REGIOES.

       IMPRIMIR-REGIAO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE RG-NOME(WS-IND-REGIAO) TO LR-NOME.
               MOVE RG-RANK(WS-IND-REGIAO) TO LR-RANK.
               MOVE WS-QTDE-REGIOES TO LR-QTDE-REGIOES.
               MOVE LINHA-REGIAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-POSICAO FROM 1 BY 1
                       UNTIL WS-POSICAO GREATER
                             RG-FILIAIS(WS-IND-REGIAO)
                   MOVE 'N' TO WS-ACHOU
                   PERFORM VARYING WS-IND-FILIAL FROM 1 BY 1
                           UNTIL WS-IND-FILIAL GREATER 999
                              OR ACHOU-SIM
                       IF RF-MOVIMENTO(WS-IND-FILIAL) = 'S'
                          AND RF-IND-REGIAO(WS-IND-FILIAL) =
                              WS-IND-REGIAO
                          AND RF-RANK(WS-IND-FILIAL) = WS-POSICAO
                           MOVE 'S' TO WS-ACHOU
                           PERFORM IMPRIMIR-FILIAL
                       END-IF
                   END-PERFORM
               END-PERFORM.
               MOVE SPACES TO LINHA-SUBTOTAL.
               MOVE 'TOTAL DA REGIAO' TO LS-ROTULO.
               MOVE RG-ACUM(WS-IND-REGIAO) TO LS-ACUM.
               MOVE RG-DEVOL(WS-IND-REGIAO) TO LS-DEVOL.
               MOVE RG-LIQUIDO(WS-IND-REGIAO) TO LS-LIQUIDO.
               MOVE RG-QTDE(WS-IND-REGIAO) TO LS-QTDE.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF RG-ACUM(WS-IND-REGIAO) GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           RG-DEVOL(WS-IND-REGIAO) * 100 /
                           RG-ACUM(WS-IND-REGIAO)
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LS-PCT-DEVOL.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF WS-TOT-LIQUIDO GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           RG-LIQUIDO(WS-IND-REGIAO) * 100 /
                           WS-TOT-LIQUIDO
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LS-PCT-EMPRESA.
               MOVE LINHA-SUBTOTAL TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-FILIAL.
               MOVE WS-IND-FILIAL TO LD-FILIAL.
               MOVE RF-NOME(WS-IND-FILIAL) TO LD-NOME.
               MOVE RF-ACUM(WS-IND-FILIAL) TO LD-ACUM.
               MOVE RF-DEVOL(WS-IND-FILIAL) TO LD-DEVOL.
               MOVE RF-LIQUIDO(WS-IND-FILIAL) TO LD-LIQUIDO.
               MOVE RF-QTDE(WS-IND-FILIAL) TO LD-QTDE.
               MOVE RF-RANK(WS-IND-FILIAL) TO LD-RANK.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF RF-ACUM(WS-IND-FILIAL) GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           RF-DEVOL(WS-IND-FILIAL) * 100 /
                           RF-ACUM(WS-IND-FILIAL)
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LD-PCT-DEVOL.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF RG-LIQUIDO(WS-IND-REGIAO) GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           RF-LIQUIDO(WS-IND-FILIAL) * 100 /
                           RG-LIQUIDO(WS-IND-REGIAO)
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LD-PCT-REGIAO.
               MOVE SPACES TO LD-OBSERVACAO.
               IF RF-ATIVA(WS-IND-FILIAL) NOT = 'A'
                  AND (RF-ACUM(WS-IND-FILIAL) NOT = ZEROS
                   OR RF-DEVOL(WS-IND-FILIAL) NOT = ZEROS)
                   MOVE '** INATIVA C/ VENDAS' TO LD-OBSERVACAO
               END-IF.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-TOTAL-EMPRESA.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO LINHA-SUBTOTAL.
               MOVE 'TOTAL DA EMPRESA' TO LS-ROTULO.
               MOVE WS-TOT-ACUM TO LS-ACUM.
               MOVE WS-TOT-DEVOL TO LS-DEVOL.
               MOVE WS-TOT-LIQUIDO TO LS-LIQUIDO.
               MOVE WS-TOT-QTDE TO LS-QTDE.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF WS-TOT-ACUM GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           WS-TOT-DEVOL * 100 / WS-TOT-ACUM
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LS-PCT-DEVOL.
               IF WS-TOT-LIQUIDO GREATER ZEROS
                   MOVE 100 TO LS-PCT-EMPRESA
                 ELSE
                   MOVE ZEROS TO LS-PCT-EMPRESA
               END-IF.
               MOVE LINHA-SUBTOTAL TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-RANKING-REGIOES.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'CLASSIFICACAO DAS REGIOES POR VENDA LIQUIDA'
                   TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CAB-RANKING TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-POSICAO-RG FROM 1 BY 1
                       UNTIL WS-POSICAO-RG GREATER WS-QTDE-REGIOES
                   PERFORM VARYING WS-IND-REGIAO FROM 1 BY 1
                           UNTIL WS-IND-REGIAO GREATER
                                 WS-QTDE-REGIOES
                       IF RG-RANK(WS-IND-REGIAO) = WS-POSICAO-RG
                           PERFORM IMPRIMIR-LINHA-RANKING
                       END-IF
                   END-PERFORM
               END-PERFORM.
               IF WS-TOT-INATIVAS NOT = ZEROS
                   MOVE SPACES TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   MOVE '** HA FILIAIS INATIVAS COM VENDAS NO PERIODO'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       IMPRIMIR-LINHA-RANKING.
               MOVE RG-RANK(WS-IND-REGIAO) TO LK-RANK.
               MOVE RG-NOME(WS-IND-REGIAO) TO LK-NOME.
               MOVE RG-FILIAIS(WS-IND-REGIAO) TO LK-FILIAIS.
               MOVE RG-LIQUIDO(WS-IND-REGIAO) TO LK-LIQUIDO.
               MOVE RG-INATIVAS(WS-IND-REGIAO) TO LK-INATIVAS.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF WS-TOT-LIQUIDO GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           RG-LIQUIDO(WS-IND-REGIAO) * 100 /
                           WS-TOT-LIQUIDO
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LK-PCT-EMPRESA.
               MOVE ZEROS TO WS-PERCENTUAL.
               IF RG-ACUM(WS-IND-REGIAO) GREATER ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                           RG-DEVOL(WS-IND-REGIAO) * 100 /
                           RG-ACUM(WS-IND-REGIAO)
                     ON SIZE ERROR
                       MOVE 999,99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF.
               MOVE WS-PERCENTUAL TO LK-PCT-DEVOL.
               MOVE LINHA-RANKING TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO '
                           WS-REL-STATUS
               END-IF.
