       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETAPA-CONTROL ASSIGN TO "ETAPACTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ETAPA
               FILE STATUS IS WS-EC-STATUS.

           SELECT ETAPA-LOG ASSIGN TO "ETAPALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.

           SELECT RESULTADO-FILE ASSIGN TO "RESETAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-STATUS.

           SELECT TRANS-ORIGEM ASSIGN TO "TRANSPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-STATUS.

           SELECT TRANS-DESTINO ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELNOTUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ETAPA-CONTROL.
       01  ETAPA-CONTROL-RECORD.
           05 EC-ETAPA PIC 9(02).
           05 EC-PROGRAMA PIC X(08).
           05 EC-MODO PIC X(08).
           05 EC-CICLO PIC 9(08).
           05 EC-SITUACAO PIC X(01).
           05 EC-RETORNO PIC 9(02).
           05 EC-DATA-INICIO PIC 9(08).
           05 EC-HORA-INICIO PIC 9(08).
           05 EC-DATA-FIM PIC 9(08).
           05 EC-HORA-FIM PIC 9(08).
           05 EC-LOTES-OK PIC 9(05).
           05 EC-LOTES-REC PIC 9(05).
           05 EC-POSTADOS PIC 9(07).
           05 EC-REJEITADOS PIC 9(07).
           05 EC-DIVERGENCIAS PIC 9(05).
           05 EC-VALOR PIC 9(11)V99.
           05 EC-OPERADOR PIC X(08).

       FD  ETAPA-LOG.
       01  ETAPA-LOG-RECORD PIC X(111).

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

       FD  TRANS-ORIGEM.
       01  TRANS-ORIGEM-RECORD.
           05 TO-TIPO PIC X(01).
           05 TO-DADOS PIC X(50).

       FD  TRANS-DESTINO.
       01  TRANS-DESTINO-RECORD PIC X(51).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  TABELA-ETAPAS-DADOS.
           05 FILLER PIC X(23) VALUE '01IMPORPOS        0000N'.
           05 FILLER PIC X(23) VALUE '02COPIALOT        0104N'.
           05 FILLER PIC X(23) VALUE '03TESTEMESBATCH   0204N'.
           05 FILLER PIC X(23) VALUE '04CONCILIA        0304N'.
           05 FILLER PIC X(23) VALUE '05TESTEMESDIARIO  0304N'.
           05 FILLER PIC X(23) VALUE '06COMISSAO        0400S'.
           05 FILLER PIC X(23) VALUE '07VERIFAUDSELAR   0504N'.
           05 FILLER PIC X(23) VALUE '08EXTRABI EXTRAIR 0504N'.
       01  TABELA-ETAPAS REDEFINES TABELA-ETAPAS-DADOS.
           05 ETAPA-DEF OCCURS 8 TIMES.
               10 TE-ETAPA PIC 9(02).
               10 TE-PROGRAMA PIC X(08).
               10 TE-MODO PIC X(08).
               10 TE-PREREQ PIC 9(02).
               10 TE-MAX-RC PIC 9(02).
               10 TE-MENSAL PIC X(01).

       01  TABELA-DIAS-MES-DADOS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-DADOS.
           05 DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).
       01  WS-DATA-ATUAL-N REDEFINES WS-DATA-ATUAL
               PIC 9(08).

       01  WS-PERIODO-ATUAL.
           05 WS-PERIODO-AAAA PIC 9(04).
           05 WS-PERIODO-MM PIC 9(02).

       01  LINHA-TITULO.
           05 FILLER PIC X(37)
               VALUE 'CONTROLE DO PROCESSAMENTO NOTURNO - '.
           05 FILLER PIC X(06) VALUE 'CICLO '.
           05 LT-CICLO PIC 9(08).
           05 FILLER PIC X(14) VALUE '   EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).

       01  LINHA-CABECALHO.
           05 FILLER PIC X(04) VALUE ' ET '.
           05 FILLER PIC X(18) VALUE 'PROGRAMA MODO'.
           05 FILLER PIC X(17) VALUE 'SITUACAO'.
           05 FILLER PIC X(04) VALUE ' RC '.
           05 FILLER PIC X(18) VALUE '  INICIO'.
           05 FILLER PIC X(18) VALUE '  FIM'.
           05 FILLER PIC X(07) VALUE 'LOT-OK '.
           05 FILLER PIC X(07) VALUE 'LOT-REC'.
           05 FILLER PIC X(09) VALUE ' POSTADOS'.
           05 FILLER PIC X(09) VALUE ' REJEITOS'.
           05 FILLER PIC X(07) VALUE ' DIVERG'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-ETAPA PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-PROGRAMA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-MODO PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SITUACAO PIC X(16).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-RETORNO PIC Z9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-DATA-INICIO PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-HORA-INICIO PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DATA-FIM PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-HORA-FIM PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-LOTES-OK PIC ZZ.ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-LOTES-REC PIC ZZ.ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-POSTADOS PIC Z.ZZZ.ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-REJEITADOS PIC Z.ZZZ.ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DIVERGENCIAS PIC ZZ.ZZ9.

       77  WS-EC-STATUS PIC X(02) VALUE '00'.
       77  WS-EL-STATUS PIC X(02) VALUE '00'.
       77  WS-RE-STATUS PIC X(02) VALUE '00'.
       77  WS-TO-STATUS PIC X(02) VALUE '00'.
       77  WS-TD-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.

       77  WS-EL-ABERTO PIC X(01) VALUE 'N'.
           88 EL-ABERTO-SIM VALUE 'S'.
       77  WS-TO-EOF PIC X(01) VALUE 'N'.
           88 TO-EOF-SIM VALUE 'S'.
       77  WS-CICLO-PENDENTE PIC X(01) VALUE 'N'.
           88 CICLO-PENDENTE-SIM VALUE 'S'.
       77  WS-FIM-MES PIC X(01) VALUE 'N'.
           88 FIM-MES-SIM VALUE 'S'.
       77  WS-PREREQ-OK PIC X(01) VALUE 'N'.
           88 PREREQ-OK-SIM VALUE 'S'.
       77  WS-ETAPA-ACHADA PIC X(01) VALUE 'N'.
           88 ETAPA-ACHADA-SIM VALUE 'S'.

       77  WS-PARM PIC X(40) VALUE SPACES.
       77  WS-OPER-PARM PIC X(08) VALUE SPACES.
       77  WS-OPCAO-1 PIC X(08) VALUE SPACES.
       77  WS-OPCAO-2 PIC X(08) VALUE SPACES.
       77  WS-NOVO-CICLO PIC X(01) VALUE 'N'.
           88 NOVO-CICLO-SIM VALUE 'S'.
       77  WS-FORCAR-MENSAL PIC X(01) VALUE 'N'.
           88 FORCAR-MENSAL-SIM VALUE 'S'.
       77  WS-CICLO PIC 9(08) VALUE ZEROS.
       77  WS-IND PIC 9(02) VALUE ZEROS.
       77  WS-IND-PRE PIC 9(02) VALUE ZEROS.
       77  WS-COMANDO PIC X(80) VALUE SPACES.
       77  WS-PONTEIRO PIC 9(03) VALUE ZEROS.
       77  WS-RC-SISTEMA PIC 9(05) VALUE ZEROS.
       77  WS-RC-ETAPA PIC 9(02) VALUE ZEROS.
       77  WS-COD-RETORNO PIC 9(02) VALUE ZEROS.
       77  WS-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-4 PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-100 PIC 9(04) VALUE ZEROS.
       77  WS-RESTO-400 PIC 9(04) VALUE ZEROS.
       77  WS-ULTIMO-DIA PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-EXECUTADAS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-BLOQUEADAS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-FALHAS PIC 9(02) VALUE ZEROS.
       77  WS-QTDE-COPIADOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LOTES-COPIADOS PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==   CONTROLE DO PROCESSAMENTO NOTURNO=='.
               DISPLAY '========================================'.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               UNSTRING WS-PARM DELIMITED BY ALL ' '
                   INTO WS-OPER-PARM WS-OPCAO-1 WS-OPCAO-2.
               IF WS-OPER-PARM = SPACES
                   DISPLAY '** INFORME O OPERADOR NO PARAMETRO'
                   DISPLAY '** NOTURNO OPERADOR [NOVO] [FIMMES] **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF WS-OPCAO-1 = 'NOVO' OR WS-OPCAO-2 = 'NOVO'
                   MOVE 'S' TO WS-NOVO-CICLO
               END-IF.
               IF WS-OPCAO-1 = 'FIMMES' OR WS-OPCAO-2 = 'FIMMES'
                   MOVE 'S' TO WS-FORCAR-MENSAL
               END-IF.
               PERFORM ABRIR-ARQUIVOS.
               IF WS-EC-STATUS NOT = '00'
                   DISPLAY '** PROCESSAMENTO NAO EXECUTADO **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM VERIFICAR-FIM-MES.
               PERFORM VERIFICAR-CICLO.
               IF CICLO-PENDENTE-SIM AND NOT NOVO-CICLO-SIM
                   DISPLAY 'RETOMANDO O CICLO DE ' WS-CICLO
                   PERFORM PREPARAR-RETOMADA
                 ELSE
                   PERFORM INICIAR-CICLO
               END-IF.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 8
                   PERFORM PROCESSAR-ETAPA
               END-PERFORM.
               PERFORM IMPRIMIR-RELATORIO.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'ETAPAS EXECUTADAS:  ' WS-QTDE-EXECUTADAS.
               DISPLAY 'ETAPAS COM FALHA:   ' WS-QTDE-FALHAS.
               DISPLAY 'ETAPAS BLOQUEADAS:  ' WS-QTDE-BLOQUEADAS.
               IF WS-QTDE-FALHAS NOT = ZEROS
                  OR WS-QTDE-BLOQUEADAS NOT = ZEROS
                   DISPLAY '** CICLO INCOMPLETO - A PROXIMA EXECUCAO'
                   DISPLAY '** RETOMA A PARTIR DA ETAPA PENDENTE **'
               END-IF.
               DISPLAY 'RELATORIO GRAVADO EM RELNOTUR'.
               MOVE WS-COD-RETORNO TO RETURN-CODE.
               STOP RUN.

       ABRIR-ARQUIVOS.
               OPEN I-O ETAPA-CONTROL.
               IF WS-EC-STATUS = '35'
                   OPEN OUTPUT ETAPA-CONTROL
                   CLOSE ETAPA-CONTROL
                   OPEN I-O ETAPA-CONTROL
               END-IF.
               IF WS-EC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ETAPACTL ' WS-EC-STATUS
                   EXIT PARAGRAPH
               END-IF.

               OPEN EXTEND ETAPA-LOG.
               IF WS-EL-STATUS = '35'
                   OPEN OUTPUT ETAPA-LOG
               END-IF.
               IF WS-EL-STATUS = '00'
                   MOVE 'S' TO WS-EL-ABERTO
                 ELSE
                   DISPLAY 'AVISO: ETAPALOG NAO DISPONIVEL '
                           WS-EL-STATUS
               END-IF.

       ENCERRAR-ARQUIVOS.
               CLOSE ETAPA-CONTROL.
               IF EL-ABERTO-SIM
                   CLOSE ETAPA-LOG
               END-IF.

       VERIFICAR-FIM-MES.
               MOVE WS-DATA-AAAA TO WS-PERIODO-AAAA.
               MOVE WS-DATA-MM TO WS-PERIODO-MM.
               MOVE DIAS-DO-MES(WS-DATA-MM) TO WS-ULTIMO-DIA.
               IF WS-DATA-MM = 2
                   DIVIDE WS-DATA-AAAA BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-AAAA BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-AAAA BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-400 = ZEROS
                      OR (WS-RESTO-4 = ZEROS
                      AND WS-RESTO-100 NOT = ZEROS)
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
               END-IF.
               IF WS-DATA-DD = WS-ULTIMO-DIA OR FORCAR-MENSAL-SIM
                   MOVE 'S' TO WS-FIM-MES
               END-IF.

       VERIFICAR-CICLO.
               MOVE 'N' TO WS-CICLO-PENDENTE.
               MOVE ZEROS TO WS-CICLO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 8
                   MOVE TE-ETAPA(WS-IND) TO EC-ETAPA
                   READ ETAPA-CONTROL KEY IS EC-ETAPA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EC-CICLO TO WS-CICLO
                           IF EC-SITUACAO NOT = 'C'
                              AND EC-SITUACAO NOT = 'A'
                              AND EC-SITUACAO NOT = 'P'
                               MOVE 'S' TO WS-CICLO-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM.

       INICIAR-CICLO.
               MOVE WS-DATA-ATUAL-N TO WS-CICLO.
               DISPLAY 'NOVO CICLO ' WS-CICLO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 8
                   MOVE TE-ETAPA(WS-IND) TO EC-ETAPA
                   READ ETAPA-CONTROL KEY IS EC-ETAPA
                       INVALID KEY
                           MOVE 'N' TO WS-ETAPA-ACHADA
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ETAPA-ACHADA
                   END-READ
                   MOVE TE-ETAPA(WS-IND) TO EC-ETAPA
                   MOVE TE-PROGRAMA(WS-IND) TO EC-PROGRAMA
                   MOVE TE-MODO(WS-IND) TO EC-MODO
                   MOVE WS-CICLO TO EC-CICLO
                   MOVE SPACES TO EC-SITUACAO
                   IF TE-MENSAL(WS-IND) = 'S' AND NOT FIM-MES-SIM
                       MOVE 'P' TO EC-SITUACAO
                   END-IF
                   MOVE ZEROS TO EC-RETORNO
                   MOVE ZEROS TO EC-DATA-INICIO
                   MOVE ZEROS TO EC-HORA-INICIO
                   MOVE ZEROS TO EC-DATA-FIM
                   MOVE ZEROS TO EC-HORA-FIM
                   MOVE ZEROS TO EC-LOTES-OK
                   MOVE ZEROS TO EC-LOTES-REC
                   MOVE ZEROS TO EC-POSTADOS
                   MOVE ZEROS TO EC-REJEITADOS
                   MOVE ZEROS TO EC-DIVERGENCIAS
                   MOVE ZEROS TO EC-VALOR
                   MOVE WS-OPER-PARM TO EC-OPERADOR
                   IF ETAPA-ACHADA-SIM
                       REWRITE ETAPA-CONTROL-RECORD
                     ELSE
                       WRITE ETAPA-CONTROL-RECORD
                   END-IF
                   IF WS-EC-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR ETAPACTL '
                               WS-EC-STATUS
                   END-IF
               END-PERFORM.

       PREPARAR-RETOMADA.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 8
                   MOVE TE-ETAPA(WS-IND) TO EC-ETAPA
                   READ ETAPA-CONTROL KEY IS EC-ETAPA
                       INVALID KEY
                           MOVE SPACES TO EC-SITUACAO
                   END-READ
                   IF EC-SITUACAO = 'B'
                      AND TE-PREREQ(WS-IND) NOT = ZEROS
                       MOVE TE-PREREQ(WS-IND) TO WS-IND-PRE
                       PERFORM REABRIR-PREREQUISITO
                   END-IF
               END-PERFORM.

       REABRIR-PREREQUISITO.
               MOVE WS-IND-PRE TO EC-ETAPA.
               READ ETAPA-CONTROL KEY IS EC-ETAPA
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               IF (EC-SITUACAO = 'C' OR EC-SITUACAO = 'A')
                  AND EC-RETORNO GREATER TE-MAX-RC(WS-IND)
                   MOVE SPACES TO EC-SITUACAO
                   REWRITE ETAPA-CONTROL-RECORD
                   DISPLAY 'ETAPA ' WS-IND-PRE ' ' EC-PROGRAMA
                           ' SERA REPETIDA PARA LIBERAR A ETAPA '
                           TE-ETAPA(WS-IND)
               END-IF.

       PROCESSAR-ETAPA.
               MOVE TE-ETAPA(WS-IND) TO EC-ETAPA.
               READ ETAPA-CONTROL KEY IS EC-ETAPA
                   INVALID KEY
                       DISPLAY 'ERRO AO LER ETAPACTL ETAPA '
                               TE-ETAPA(WS-IND) ' ' WS-EC-STATUS
                       MOVE 12 TO WS-COD-RETORNO
                       EXIT PARAGRAPH
               END-READ.
               IF EC-SITUACAO = 'C' OR EC-SITUACAO = 'A'
                   DISPLAY 'ETAPA ' EC-ETAPA ' ' EC-PROGRAMA ' '
                           EC-MODO ' JA CONCLUIDA - NAO REPETIDA'
                   EXIT PARAGRAPH
               END-IF.
               IF EC-SITUACAO = 'P'
                   DISPLAY 'ETAPA ' EC-ETAPA ' ' EC-PROGRAMA
                           ' SOMENTE NO FIM DO MES - PULADA'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM VERIFICAR-PREREQUISITO.
               MOVE TE-ETAPA(WS-IND) TO EC-ETAPA.
               READ ETAPA-CONTROL KEY IS EC-ETAPA
                   INVALID KEY
                       MOVE 12 TO WS-COD-RETORNO
                       EXIT PARAGRAPH
               END-READ.
               IF NOT PREREQ-OK-SIM
                   MOVE 'B' TO EC-SITUACAO
                   MOVE ZEROS TO EC-RETORNO
                   PERFORM ATUALIZAR-ETAPA
                   ADD 1 TO WS-QTDE-BLOQUEADAS
                   IF WS-COD-RETORNO LESS 8
                       MOVE 8 TO WS-COD-RETORNO
                   END-IF
                   DISPLAY '** ETAPA ' EC-ETAPA ' ' EC-PROGRAMA ' '
                           EC-MODO ' BLOQUEADA PELA ETAPA '
                           TE-PREREQ(WS-IND) ' **'
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY '========================================'.
               DISPLAY 'ETAPA ' EC-ETAPA ' ' EC-PROGRAMA ' ' EC-MODO.
               MOVE 'E' TO EC-SITUACAO.
               ACCEPT EC-DATA-INICIO FROM DATE YYYYMMDD.
               ACCEPT EC-HORA-INICIO FROM TIME.
               MOVE ZEROS TO EC-DATA-FIM.
               MOVE ZEROS TO EC-HORA-FIM.
               MOVE WS-OPER-PARM TO EC-OPERADOR.
               REWRITE ETAPA-CONTROL-RECORD.
               MOVE ZEROS TO EC-LOTES-OK.
               MOVE ZEROS TO EC-LOTES-REC.
               MOVE ZEROS TO EC-POSTADOS.
               MOVE ZEROS TO EC-REJEITADOS.
               MOVE ZEROS TO EC-DIVERGENCIAS.
               MOVE ZEROS TO EC-VALOR.
               IF EC-PROGRAMA = 'COPIALOT'
                   PERFORM COPIAR-LOTE
                 ELSE
                   PERFORM EXECUTAR-PROGRAMA
               END-IF.
               ADD 1 TO WS-QTDE-EXECUTADAS.
               MOVE WS-RC-ETAPA TO EC-RETORNO.
               EVALUATE TRUE
                   WHEN WS-RC-ETAPA = ZEROS
                       MOVE 'C' TO EC-SITUACAO
                   WHEN WS-RC-ETAPA LESS 8
                       MOVE 'A' TO EC-SITUACAO
                   WHEN OTHER
                       MOVE 'F' TO EC-SITUACAO
                       ADD 1 TO WS-QTDE-FALHAS
               END-EVALUATE.
               IF WS-RC-ETAPA GREATER WS-COD-RETORNO
                   MOVE WS-RC-ETAPA TO WS-COD-RETORNO
               END-IF.
               PERFORM ATUALIZAR-ETAPA.
               DISPLAY 'ETAPA ' EC-ETAPA ' ' EC-PROGRAMA
                       ' TERMINOU COM CODIGO ' EC-RETORNO.

       VERIFICAR-PREREQUISITO.
               MOVE 'S' TO WS-PREREQ-OK.
               IF TE-PREREQ(WS-IND) = ZEROS
                   EXIT PARAGRAPH
               END-IF.
               MOVE TE-PREREQ(WS-IND) TO EC-ETAPA.
               READ ETAPA-CONTROL KEY IS EC-ETAPA
                   INVALID KEY
                       MOVE 'N' TO WS-PREREQ-OK
                       EXIT PARAGRAPH
               END-READ.
               IF EC-SITUACAO NOT = 'C' AND EC-SITUACAO NOT = 'A'
                   MOVE 'N' TO WS-PREREQ-OK
               END-IF.
               IF EC-RETORNO GREATER TE-MAX-RC(WS-IND)
                   MOVE 'N' TO WS-PREREQ-OK
               END-IF.
               IF EC-DIVERGENCIAS NOT = ZEROS
                  AND TE-MAX-RC(WS-IND) = ZEROS
                   MOVE 'N' TO WS-PREREQ-OK
               END-IF.

       ATUALIZAR-ETAPA.
               ACCEPT EC-DATA-FIM FROM DATE YYYYMMDD.
               ACCEPT EC-HORA-FIM FROM TIME.
               REWRITE ETAPA-CONTROL-RECORD.
               IF WS-EC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ETAPACTL ' WS-EC-STATUS
               END-IF.
               IF EL-ABERTO-SIM
                   MOVE ETAPA-CONTROL-RECORD TO ETAPA-LOG-RECORD
                   WRITE ETAPA-LOG-RECORD
               END-IF.

       EXECUTAR-PROGRAMA.
               OPEN OUTPUT RESULTADO-FILE.
               IF WS-RE-STATUS = '00'
                   CLOSE RESULTADO-FILE
               END-IF.
               MOVE SPACES TO WS-COMANDO.
               MOVE 1 TO WS-PONTEIRO.
               STRING EC-PROGRAMA DELIMITED BY SPACE
                   INTO WS-COMANDO WITH POINTER WS-PONTEIRO.
               IF EC-MODO NOT = SPACES
                   STRING ' ' EC-MODO DELIMITED BY SPACE
                       INTO WS-COMANDO WITH POINTER WS-PONTEIRO
               END-IF.
               IF EC-PROGRAMA = 'TESTEMES' OR EC-PROGRAMA = 'COMISSAO'
                   STRING ' ' WS-OPER-PARM DELIMITED BY SPACE
                       INTO WS-COMANDO WITH POINTER WS-PONTEIRO
               END-IF.
               IF EC-MODO = 'DIARIO'
                   STRING ' ' WS-PERIODO-ATUAL DELIMITED BY SIZE
                       INTO WS-COMANDO WITH POINTER WS-PONTEIRO
               END-IF.
               DISPLAY 'COMANDO: ' WS-COMANDO.
               CALL 'SYSTEM' USING WS-COMANDO.
               DIVIDE RETURN-CODE BY 256 GIVING WS-RC-SISTEMA.
               MOVE ZEROS TO RETURN-CODE.
               MOVE 12 TO WS-RC-ETAPA.
               OPEN INPUT RESULTADO-FILE.
               IF WS-RE-STATUS NOT = '00'
                   DISPLAY '** ETAPA NAO GRAVOU RESETAPA **'
                   PERFORM ASSUMIR-RETORNO-SISTEMA
                   EXIT PARAGRAPH
               END-IF.
               READ RESULTADO-FILE
                   AT END
                       MOVE SPACES TO RE-PROGRAMA
               END-READ.
               CLOSE RESULTADO-FILE.
               IF RE-PROGRAMA NOT = EC-PROGRAMA
                   DISPLAY '** ETAPA NAO GRAVOU RESETAPA **'
                   PERFORM ASSUMIR-RETORNO-SISTEMA
                   EXIT PARAGRAPH
               END-IF.
               MOVE RE-RETORNO TO WS-RC-ETAPA.
               IF WS-RC-SISTEMA GREATER WS-RC-ETAPA
                   PERFORM ASSUMIR-RETORNO-SISTEMA
               END-IF.
               MOVE RE-LOTES-OK TO EC-LOTES-OK.
               MOVE RE-LOTES-REC TO EC-LOTES-REC.
               MOVE RE-POSTADOS TO EC-POSTADOS.
               MOVE RE-REJEITADOS TO EC-REJEITADOS.
               MOVE RE-DIVERGENCIAS TO EC-DIVERGENCIAS.
               MOVE RE-VALOR TO EC-VALOR.
               IF RE-LOTES-IGN NUMERIC
                  AND RE-LOTES-IGN NOT = ZEROS
                   DISPLAY 'LOTES JA POSTADOS IGNORADOS: '
                           RE-LOTES-IGN
               END-IF.

       ASSUMIR-RETORNO-SISTEMA.
               IF WS-RC-SISTEMA GREATER 99
                   MOVE 99 TO WS-RC-ETAPA
                 ELSE
                   IF WS-RC-SISTEMA GREATER ZEROS
                       MOVE WS-RC-SISTEMA TO WS-RC-ETAPA
                   END-IF
               END-IF.

       COPIAR-LOTE.
               MOVE ZEROS TO WS-QTDE-COPIADOS.
               MOVE ZEROS TO WS-QTDE-LOTES-COPIADOS.
               MOVE 'N' TO WS-TO-EOF.
               MOVE ZEROS TO WS-RC-ETAPA.
               OPEN INPUT TRANS-ORIGEM.
               IF WS-TO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR TRANSPOS ' WS-TO-STATUS
                   MOVE 8 TO WS-RC-ETAPA
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT TRANS-DESTINO.
               IF WS-TD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR TRANSIN ' WS-TD-STATUS
                   CLOSE TRANS-ORIGEM
                   MOVE 8 TO WS-RC-ETAPA
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL TO-EOF-SIM
                   READ TRANS-ORIGEM
                       AT END MOVE 'S' TO WS-TO-EOF
                   END-READ
                   IF NOT TO-EOF-SIM
                       MOVE TRANS-ORIGEM-RECORD
                           TO TRANS-DESTINO-RECORD
                       WRITE TRANS-DESTINO-RECORD
                       IF WS-TD-STATUS NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR TRANSIN '
                                   WS-TD-STATUS
                           MOVE 8 TO WS-RC-ETAPA
                           MOVE 'S' TO WS-TO-EOF
                       END-IF
                       ADD 1 TO WS-QTDE-COPIADOS
                       IF TO-TIPO = 'H'
                           ADD 1 TO WS-QTDE-LOTES-COPIADOS
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE TRANS-ORIGEM.
               CLOSE TRANS-DESTINO.
               IF WS-QTDE-COPIADOS = ZEROS
                   DISPLAY '** TRANSPOS VAZIO - NADA A POSTAR **'
                   MOVE 8 TO WS-RC-ETAPA
               END-IF.
               MOVE WS-QTDE-LOTES-COPIADOS TO EC-LOTES-OK.
               MOVE WS-QTDE-COPIADOS TO EC-POSTADOS.
               DISPLAY 'REGISTROS COPIADOS PARA TRANSIN: '
                       WS-QTDE-COPIADOS.

       IMPRIMIR-RELATORIO.
               OPEN OUTPUT RELATORIO-FILE.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-FILE '
                           WS-REL-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-CICLO TO LT-CICLO.
               MOVE WS-DATA-DD TO LT-DIA.
               MOVE WS-DATA-MM TO LT-MES.
               MOVE WS-DATA-AAAA TO LT-ANO.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 8
                   MOVE TE-ETAPA(WS-IND) TO EC-ETAPA
                   READ ETAPA-CONTROL KEY IS EC-ETAPA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM IMPRIMIR-ETAPA
                   END-READ
               END-PERFORM.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               IF WS-QTDE-FALHAS NOT = ZEROS
                  OR WS-QTDE-BLOQUEADAS NOT = ZEROS
                   MOVE '** CICLO INCOMPLETO - SERA RETOMADO **'
                       TO RELATORIO-REGISTRO
                 ELSE
                   MOVE 'CICLO CONCLUIDO' TO RELATORIO-REGISTRO
               END-IF.
               PERFORM GRAVAR-RELATORIO.
               CLOSE RELATORIO-FILE.

       IMPRIMIR-ETAPA.
               MOVE EC-ETAPA TO LD-ETAPA.
               MOVE EC-PROGRAMA TO LD-PROGRAMA.
               MOVE EC-MODO TO LD-MODO.
               EVALUATE EC-SITUACAO
                   WHEN 'C'
                       MOVE 'CONCLUIDA' TO LD-SITUACAO
                   WHEN 'A'
                       MOVE 'CONCLUIDA/AVISO' TO LD-SITUACAO
                   WHEN 'F'
                       MOVE '** FALHOU' TO LD-SITUACAO
                   WHEN 'B'
                       MOVE '** BLOQUEADA' TO LD-SITUACAO
                   WHEN 'E'
                       MOVE '** INTERROMPIDA' TO LD-SITUACAO
                   WHEN 'P'
                       MOVE 'PULADA' TO LD-SITUACAO
                   WHEN OTHER
                       MOVE 'PENDENTE' TO LD-SITUACAO
               END-EVALUATE.
               MOVE EC-RETORNO TO LD-RETORNO.
               MOVE EC-DATA-INICIO TO LD-DATA-INICIO.
               MOVE EC-HORA-INICIO TO LD-HORA-INICIO.
               MOVE EC-DATA-FIM TO LD-DATA-FIM.
               MOVE EC-HORA-FIM TO LD-HORA-FIM.
               MOVE EC-LOTES-OK TO LD-LOTES-OK.
               MOVE EC-LOTES-REC TO LD-LOTES-REC.
               MOVE EC-POSTADOS TO LD-POSTADOS.
               MOVE EC-REJEITADOS TO LD-REJEITADOS.
               MOVE EC-DIVERGENCIAS TO LD-DIVERGENCIAS.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO ' WS-REL-STATUS
               END-IF.
