       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPOM-FILE ASSIGN TO "CUPOMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-CR-STATUS.

           SELECT PENDENCIA-FILE ASSIGN TO "PENDLIQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS WS-PL-STATUS.

           SELECT LIQUIDACAO-FILE ASSIGN TO "LIQADQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LQ-STATUS.

           SELECT BAIXA-FILE ASSIGN TO "BAIXALIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BX-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT MAPA-FILE ASSIGN TO "POSMAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELLIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PENDENCIA-FILE.
       01  PENDENCIA-RECORD.
           05 PL-CHAVE.
               10 PL-LOJA PIC X(06).
               10 PL-DATA-VENDA PIC X(08).
               10 PL-CUPOM PIC X(10).
           05 PL-FILIAL PIC 9(03).
           05 PL-MEIO-PAGTO PIC X(01).
           05 PL-VALOR PIC 9(07)V99.
           05 PL-SITUACAO PIC X(01).
               88 PL-PENDENTE VALUE 'P'.
               88 PL-LIQUIDADO VALUE 'L'.
               88 PL-PAGO-MENOR VALUE 'M'.
               88 PL-CHARGEBACK VALUE 'C'.
               88 PL-BAIXADO VALUE 'B'.
           05 PL-ADQUIRENTE PIC X(10).
           05 PL-VALOR-PAGO PIC 9(07)V99.
           05 PL-TAXA PIC 9(05)V99.
           05 PL-DATA-PAGTO PIC 9(08).
           05 PL-DATA-INCLUSAO PIC 9(08).
           05 PL-DATA-BAIXA PIC 9(08).
           05 PL-OPERADOR-BAIXA PIC X(08).

       FD  LIQUIDACAO-FILE.
       01  LIQUIDACAO-RECORD.
           05 LQ-TIPO PIC X(01).
           05 LQ-ADQUIRENTE PIC X(10).
           05 LQ-LOJA PIC X(06).
           05 LQ-DATA-VENDA PIC X(08).
           05 LQ-CUPOM PIC X(10).
           05 LQ-VALOR-BRUTO PIC 9(07)V99.
           05 LQ-TAXA PIC 9(05)V99.
           05 LQ-VALOR-LIQUIDO PIC 9(07)V99.
           05 LQ-DATA-PAGTO PIC 9(08).

       FD  BAIXA-FILE.
       01  BAIXA-RECORD.
           05 BX-LOJA PIC X(06).
           05 BX-DATA-VENDA PIC X(08).
           05 BX-CUPOM PIC X(10).
           05 BX-MOTIVO PIC X(30).

       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05 OP-ID PIC X(08).
           05 OP-NIVEL PIC X(01).
           05 OP-NOME PIC X(30).

       FD  MAPA-FILE.
       01  MAPA-RECORD.
           05 PM-LOJA PIC X(06).
           05 PM-FILIAL PIC 9(03).

       FD  RELATORIO-FILE.
       01  RELATORIO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.
       01  TABELA-MAPA.
           05 MAPA-LOJA OCCURS 500 TIMES.
               10 TM-LOJA PIC X(06).
               10 TM-FILIAL PIC 9(03).

       01  TABELA-FILIAIS.
           05 RESUMO-FILIAL OCCURS 1000 TIMES.
               10 RF-QTDE-LIQ PIC 9(05).
               10 RF-VALOR-LIQ PIC S9(11)V99.
               10 RF-TAXAS PIC S9(09)V99.
               10 RF-VALOR-RECEBIDO PIC S9(11)V99.
               10 RF-QTDE-MENOR PIC 9(05).
               10 RF-DIFERENCA PIC S9(11)V99.
               10 RF-QTDE-CHARGE PIC 9(05).
               10 RF-VALOR-CHARGE PIC S9(11)V99.
               10 RF-QTDE-PEND PIC 9(05).
               10 RF-VALOR-PEND PIC S9(11)V99.
               10 RF-QTDE-NAO-IDENT PIC 9(05).
               10 RF-VALOR-NAO-IDENT PIC S9(11)V99.

       01  TABELA-DIAS-ACUM-DADOS.
           05 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-DADOS.
           05 DIAS-ANTES-MES PIC 9(03) OCCURS 12 TIMES.

       01  WS-DATA-ATUAL.
           05 WS-DATA-AAAA PIC 9(04).
           05 WS-DATA-MM PIC 9(02).
           05 WS-DATA-DD PIC 9(02).
       01  WS-DATA-ATUAL-N REDEFINES WS-DATA-ATUAL PIC 9(08).

       01  WS-DATA-VENDA.
           05 WS-VENDA-AAAA PIC 9(04).
           05 WS-VENDA-MM PIC 9(02).
           05 WS-VENDA-DD PIC 9(02).
       01  WS-DATA-VENDA-X REDEFINES WS-DATA-VENDA PIC X(08).

       01  LINHA-TITULO.
           05 FILLER PIC X(44)
               VALUE 'CONCILIACAO DA LIQUIDACAO DE CARTOES - PDV '.
           05 FILLER PIC X(12) VALUE ' EMITIDO EM '.
           05 LT-DIA PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-MES PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 LT-ANO PIC 9(04).

       01  LINHA-SECAO.
           05 FILLER PIC X(03) VALUE '>> '.
           05 LS-TITULO PIC X(60).

       01  LINHA-CABECALHO.
           05 FILLER PIC X(05) VALUE ' FIL '.
           05 FILLER PIC X(07) VALUE 'LOJA   '.
           05 FILLER PIC X(09) VALUE 'DT VENDA '.
           05 FILLER PIC X(11) VALUE 'CUPOM      '.
           05 FILLER PIC X(02) VALUE 'MP'.
           05 FILLER PIC X(11) VALUE ' ADQUIRENTE'.
           05 FILLER PIC X(14) VALUE '   VALOR VENDA'.
           05 FILLER PIC X(14) VALUE '    VALOR PAGO'.
           05 FILLER PIC X(11) VALUE '      TAXA'.
           05 FILLER PIC X(14) VALUE '     DIFERENCA'.
           05 FILLER PIC X(06) VALUE '  DIAS'.
           05 FILLER PIC X(18) VALUE ' SITUACAO'.

       01  LINHA-DETALHE.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-FILIAL PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-LOJA PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DATA-VENDA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-CUPOM PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-MEIO-PAGTO PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LD-ADQUIRENTE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VALOR PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-VALOR-PAGO PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-TAXA PIC ZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DIFERENCA PIC Z.ZZZ.ZZ9,99-.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-DIAS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LD-SITUACAO PIC X(18).

       01  LINHA-CAB-RESUMO.
           05 FILLER PIC X(05) VALUE ' FIL '.
           05 FILLER PIC X(21) VALUE '    LIQUIDADO (QTDE)'.
           05 FILLER PIC X(13) VALUE '        TAXAS'.
           05 FILLER PIC X(17) VALUE '         RECEBIDO'.
           05 FILLER PIC X(19) VALUE '    PAGO A MENOR   '.
           05 FILLER PIC X(19) VALUE '     CHARGEBACKS   '.
           05 FILLER PIC X(19) VALUE '  A RECEBER        '.
           05 FILLER PIC X(19) VALUE '  NAO IDENTIFICADO '.

       01  LINHA-RESUMO.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LR-FILIAL PIC X(03).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LR-VALOR-LIQ PIC ZZ.ZZZ.ZZ9,99.
           05 LR-QTDE-LIQ PIC ZZZZ9.
           05 LR-TAXAS PIC ZZZ.ZZZ.ZZ9,99.
           05 LR-RECEBIDO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 LR-DIFERENCA PIC ZZZ.ZZZ.ZZ9,99.
           05 LR-QTDE-MENOR PIC ZZZZ9.
           05 LR-VALOR-CHARGE PIC ZZZ.ZZZ.ZZ9,99.
           05 LR-QTDE-CHARGE PIC ZZZZ9.
           05 LR-VALOR-PEND PIC ZZZ.ZZZ.ZZ9,99.
           05 LR-QTDE-PEND PIC ZZZZ9.
           05 LR-VALOR-NAO-IDENT PIC ZZZ.ZZZ.ZZ9,99.
           05 LR-QTDE-NAO-IDENT PIC ZZZZ9.

       77  WS-CR-STATUS PIC X(02) VALUE '00'.
       77  WS-PL-STATUS PIC X(02) VALUE '00'.
       77  WS-LQ-STATUS PIC X(02) VALUE '00'.
       77  WS-BX-STATUS PIC X(02) VALUE '00'.
       77  WS-OP-STATUS PIC X(02) VALUE '00'.
       77  WS-MP-STATUS PIC X(02) VALUE '00'.
       77  WS-REL-STATUS PIC X(02) VALUE '00'.

       77  WS-CR-EOF PIC X(01) VALUE 'N'.
           88 CR-EOF-SIM VALUE 'S'.
       77  WS-PL-EOF PIC X(01) VALUE 'N'.
           88 PL-EOF-SIM VALUE 'S'.
       77  WS-LQ-EOF PIC X(01) VALUE 'N'.
           88 LQ-EOF-SIM VALUE 'S'.
       77  WS-BX-EOF PIC X(01) VALUE 'N'.
           88 BX-EOF-SIM VALUE 'S'.
       77  WS-OP-EOF PIC X(01) VALUE 'N'.
           88 OP-EOF-SIM VALUE 'S'.
       77  WS-MP-EOF PIC X(01) VALUE 'N'.
           88 MP-EOF-SIM VALUE 'S'.
       77  WS-ITEM-ACHADO PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO-SIM VALUE 'S'.
       77  WS-SUPERVISOR PIC X(01) VALUE 'N'.
           88 SUPERVISOR-SIM VALUE 'S'.
       77  WS-ERRO-ABERTURA PIC X(01) VALUE 'N'.
           88 ERRO-ABERTURA-SIM VALUE 'S'.

       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-QTDE-MAPA PIC 9(03) VALUE ZEROS.
       77  WS-IND PIC 9(04) VALUE ZEROS.
       77  WS-IND-FIL PIC 9(04) VALUE ZEROS.
       77  WS-FILIAL PIC 9(03) VALUE ZEROS.
       77  WS-SITUACAO-PROCURADA PIC X(01) VALUE SPACES.
       77  WS-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77  WS-DN-ANO PIC 9(04) VALUE ZEROS.
       77  WS-DN-MES PIC 9(02) VALUE ZEROS.
       77  WS-DN-DIA PIC 9(02) VALUE ZEROS.
       77  WS-DN-BASE PIC 9(04) VALUE ZEROS.
       77  WS-DN-Q4 PIC 9(04) VALUE ZEROS.
       77  WS-DN-Q100 PIC 9(04) VALUE ZEROS.
       77  WS-DN-Q400 PIC 9(04) VALUE ZEROS.
       77  WS-DN-RESULTADO PIC 9(07) VALUE ZEROS.
       77  WS-DN-HOJE PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-PENDENTE PIC S9(07) VALUE ZEROS.
       77  WS-QTDE-INCLUIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-LIDOS-LQ PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-INVALIDOS PIC 9(07) VALUE ZEROS.
       77  WS-QTDE-BAIXAS PIC 9(05) VALUE ZEROS.
       77  WS-QTDE-BAIXAS-REC PIC 9(05) VALUE ZEROS.
       77  WS-TOT-QTDE-PEND PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VALOR-PEND PIC S9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL.
               DISPLAY '========================================'.
               DISPLAY '==  LIQUIDACAO DE CARTOES (ADQUIRENTE)=='.
               DISPLAY '==  LIQADQ X CUPOMREG -> PENDLIQ      =='.
               DISPLAY '========================================'.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               MOVE WS-PARM(1:8) TO WS-OPERADOR.
               PERFORM CALCULAR-HOJE.
               PERFORM CARREGAR-MAPA.
               PERFORM VERIFICAR-SUPERVISOR.
               PERFORM ABRIR-ARQUIVOS.
               IF ERRO-ABERTURA-SIM
                   DISPLAY '** CONCILIACAO ABORTADA **'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM LIMPAR-RESUMO.
               PERFORM IMPRIMIR-TITULO.
               PERFORM INCLUIR-VENDAS-CARTAO.
               PERFORM APLICAR-BAIXAS.
               PERFORM PROCESSAR-LIQUIDACAO.
               PERFORM LISTAR-PENDENTES.
               PERFORM IMPRIMIR-RESUMO.
               PERFORM ENCERRAR-ARQUIVOS.
               DISPLAY 'VENDAS INCLUIDAS EM PENDLIQ: '
                       WS-QTDE-INCLUIDOS.
               DISPLAY 'REGISTROS DE LIQUIDACAO:     '
                       WS-QTDE-LIDOS-LQ.
               DISPLAY 'REGISTROS INVALIDOS:         '
                       WS-QTDE-INVALIDOS.
               DISPLAY 'BAIXAS APLICADAS:            '
                       WS-QTDE-BAIXAS.
               DISPLAY 'ITENS A RECEBER:             '
                       WS-TOT-QTDE-PEND.
               DISPLAY 'RELATORIO GRAVADO EM RELLIQ'.
               STOP RUN.

       CARREGAR-MAPA.
               MOVE ZEROS TO WS-QTDE-MAPA.
               MOVE 'N' TO WS-MP-EOF.
               OPEN INPUT MAPA-FILE.
               IF WS-MP-STATUS NOT = '00'
                   DISPLAY 'AVISO: POSMAPA NAO DISPONIVEL '
                           WS-MP-STATUS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL MP-EOF-SIM
                   READ MAPA-FILE
                       AT END MOVE 'S' TO WS-MP-EOF
                   END-READ
                   IF NOT MP-EOF-SIM
                       IF WS-QTDE-MAPA LESS 500
                           ADD 1 TO WS-QTDE-MAPA
                           MOVE PM-LOJA
                               TO TM-LOJA(WS-QTDE-MAPA)
                           MOVE PM-FILIAL
                               TO TM-FILIAL(WS-QTDE-MAPA)
                         ELSE
                           DISPLAY '** TABELA DE MAPEAMENTO'
                                   ' CHEIA **'
                           MOVE 'S' TO WS-MP-EOF
                       END-IF
                   END-IF
               END-PERFORM.
               CLOSE MAPA-FILE.

       VERIFICAR-SUPERVISOR.
               MOVE 'N' TO WS-SUPERVISOR.
               IF WS-OPERADOR = SPACES
                   EXIT PARAGRAPH
               END-IF.
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

       ABRIR-ARQUIVOS.
               OPEN INPUT CUPOM-FILE.
               IF WS-CR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CUPOMREG ' WS-CR-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
                   EXIT PARAGRAPH
               END-IF.
               OPEN I-O PENDENCIA-FILE.
               IF WS-PL-STATUS = '35'
                   OPEN OUTPUT PENDENCIA-FILE
                   CLOSE PENDENCIA-FILE
                   OPEN I-O PENDENCIA-FILE
               END-IF.
               IF WS-PL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PENDLIQ ' WS-PL-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
                   CLOSE CUPOM-FILE
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT RELATORIO-FILE.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RELATORIO-FILE '
                           WS-REL-STATUS
                   MOVE 'S' TO WS-ERRO-ABERTURA
                   CLOSE CUPOM-FILE
                   CLOSE PENDENCIA-FILE
               END-IF.

       ENCERRAR-ARQUIVOS.
               CLOSE CUPOM-FILE.
               CLOSE PENDENCIA-FILE.
               CLOSE RELATORIO-FILE.

       LIMPAR-RESUMO.
               PERFORM VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL WS-IND-FIL GREATER 1000
                   MOVE ZEROS TO RF-QTDE-LIQ(WS-IND-FIL)
                   MOVE ZEROS TO RF-VALOR-LIQ(WS-IND-FIL)
                   MOVE ZEROS TO RF-TAXAS(WS-IND-FIL)
                   MOVE ZEROS TO RF-VALOR-RECEBIDO(WS-IND-FIL)
                   MOVE ZEROS TO RF-QTDE-MENOR(WS-IND-FIL)
                   MOVE ZEROS TO RF-DIFERENCA(WS-IND-FIL)
                   MOVE ZEROS TO RF-QTDE-CHARGE(WS-IND-FIL)
                   MOVE ZEROS TO RF-VALOR-CHARGE(WS-IND-FIL)
                   MOVE ZEROS TO RF-QTDE-PEND(WS-IND-FIL)
                   MOVE ZEROS TO RF-VALOR-PEND(WS-IND-FIL)
                   MOVE ZEROS TO RF-QTDE-NAO-IDENT(WS-IND-FIL)
                   MOVE ZEROS TO RF-VALOR-NAO-IDENT(WS-IND-FIL)
               END-PERFORM.

       INCLUIR-VENDAS-CARTAO.
               MOVE 'N' TO WS-CR-EOF.
               MOVE LOW-VALUES TO CR-CHAVE.
               START CUPOM-FILE KEY IS GREATER THAN OR EQUAL
                       CR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-CR-EOF
               END-START.
               PERFORM UNTIL CR-EOF-SIM
                   READ CUPOM-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-CR-EOF
                   END-READ
                   IF WS-CR-STATUS NOT = '00'
                       MOVE 'S' TO WS-CR-EOF
                   END-IF
                   IF NOT CR-EOF-SIM
                      AND (CR-MEIO-PAGTO = 'B' OR CR-MEIO-PAGTO = 'C')
                       PERFORM INCLUIR-PENDENCIA
                   END-IF
               END-PERFORM.

       INCLUIR-PENDENCIA.
               MOVE CR-CHAVE TO PL-CHAVE.
               READ PENDENCIA-FILE KEY IS PL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               MOVE CR-CHAVE TO PL-CHAVE.
               MOVE CR-FILIAL TO PL-FILIAL.
               MOVE CR-MEIO-PAGTO TO PL-MEIO-PAGTO.
               MOVE CR-VALOR TO PL-VALOR.
               MOVE 'P' TO PL-SITUACAO.
               MOVE SPACES TO PL-ADQUIRENTE.
               MOVE ZEROS TO PL-VALOR-PAGO.
               MOVE ZEROS TO PL-TAXA.
               MOVE ZEROS TO PL-DATA-PAGTO.
               MOVE WS-DATA-ATUAL-N TO PL-DATA-INCLUSAO.
               MOVE ZEROS TO PL-DATA-BAIXA.
               MOVE SPACES TO PL-OPERADOR-BAIXA.
               WRITE PENDENCIA-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.
               IF WS-PL-STATUS = '00'
                   ADD 1 TO WS-QTDE-INCLUIDOS
                 ELSE
                   DISPLAY 'ERRO AO GRAVAR PENDLIQ ' WS-PL-STATUS
               END-IF.

       APLICAR-BAIXAS.
               MOVE 'N' TO WS-BX-EOF.
               OPEN INPUT BAIXA-FILE.
               IF WS-BX-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'BAIXAS (ITENS ENCERRADOS SEM RECEBIMENTO)'
                   TO LS-TITULO.
               PERFORM IMPRIMIR-SECAO.
               IF NOT SUPERVISOR-SIM
                   DISPLAY '** BAIXALIQ IGNORADO - BAIXA EXIGE'
                   DISPLAY '** OPERADOR SUPERVISOR NO PARAMETRO **'
                   MOVE '** BAIXAS IGNORADAS - EXIGEM SUPERVISOR'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   CLOSE BAIXA-FILE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL BX-EOF-SIM
                   READ BAIXA-FILE
                       AT END MOVE 'S' TO WS-BX-EOF
                   END-READ
                   IF NOT BX-EOF-SIM
                      AND BAIXA-RECORD NOT = SPACES
                       PERFORM BAIXAR-ITEM
                   END-IF
               END-PERFORM.
               CLOSE BAIXA-FILE.

       BAIXAR-ITEM.
               MOVE BX-LOJA TO PL-LOJA.
               MOVE BX-DATA-VENDA TO PL-DATA-VENDA.
               MOVE BX-CUPOM TO PL-CUPOM.
               READ PENDENCIA-FILE KEY IS PL-CHAVE
                   INVALID KEY
                       DISPLAY '** BAIXA RECUSADA - ITEM INEXISTENTE '
                               BX-LOJA ' ' BX-DATA-VENDA ' ' BX-CUPOM
                       ADD 1 TO WS-QTDE-BAIXAS-REC
                       EXIT PARAGRAPH
               END-READ.
               IF NOT PL-PENDENTE AND NOT PL-PAGO-MENOR
                   DISPLAY '** BAIXA RECUSADA - ITEM NAO PENDENTE '
                           BX-LOJA ' ' BX-DATA-VENDA ' ' BX-CUPOM
                   ADD 1 TO WS-QTDE-BAIXAS-REC
                   EXIT PARAGRAPH
               END-IF.
               MOVE PL-VALOR TO WS-DIFERENCA.
               SUBTRACT PL-VALOR-PAGO FROM WS-DIFERENCA.
               MOVE 'B' TO PL-SITUACAO.
               MOVE WS-DATA-ATUAL-N TO PL-DATA-BAIXA.
               MOVE WS-OPERADOR TO PL-OPERADOR-BAIXA.
               REWRITE PENDENCIA-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE.
               IF WS-PL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR PENDLIQ ' WS-PL-STATUS
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-QTDE-BAIXAS.
               PERFORM MONTAR-DETALHE-PENDENCIA.
               MOVE WS-DIFERENCA TO LD-DIFERENCA.
               MOVE BX-MOTIVO TO LD-SITUACAO.
               PERFORM GRAVAR-DETALHE.

       PROCESSAR-LIQUIDACAO.
               MOVE 'MOVIMENTO DA LIQUIDACAO (LIQADQ)' TO LS-TITULO.
               PERFORM IMPRIMIR-SECAO.
               MOVE 'N' TO WS-LQ-EOF.
               OPEN INPUT LIQUIDACAO-FILE.
               IF WS-LQ-STATUS NOT = '00'
                   DISPLAY 'AVISO: LIQADQ NAO DISPONIVEL '
                           WS-LQ-STATUS
                   MOVE '** SEM ARQUIVO DE LIQUIDACAO NESTA EXECUCAO'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL LQ-EOF-SIM
                   READ LIQUIDACAO-FILE
                       AT END MOVE 'S' TO WS-LQ-EOF
                   END-READ
                   IF NOT LQ-EOF-SIM
                      AND LIQUIDACAO-RECORD NOT = SPACES
                       ADD 1 TO WS-QTDE-LIDOS-LQ
                       PERFORM TRATAR-LIQUIDACAO
                   END-IF
               END-PERFORM.
               CLOSE LIQUIDACAO-FILE.

       TRATAR-LIQUIDACAO.
               IF LQ-VALOR-BRUTO NOT NUMERIC
                  OR LQ-TAXA NOT NUMERIC
                  OR LQ-VALOR-LIQUIDO NOT NUMERIC
                  OR LQ-DATA-PAGTO NOT NUMERIC
                  OR (LQ-TIPO NOT = 'L' AND LQ-TIPO NOT = 'C')
                   ADD 1 TO WS-QTDE-INVALIDOS
                   DISPLAY '** REGISTRO DE LIQUIDACAO INVALIDO: '
                           LIQUIDACAO-RECORD
                   EXIT PARAGRAPH
               END-IF.
               IF LQ-TIPO = 'L'
                   MOVE 'P' TO WS-SITUACAO-PROCURADA
                 ELSE
                   MOVE 'L' TO WS-SITUACAO-PROCURADA
               END-IF.
               PERFORM LOCALIZAR-ITEM.
               IF NOT ITEM-ACHADO-SIM
                   PERFORM REGISTRAR-NAO-IDENTIFICADO
                   EXIT PARAGRAPH
               END-IF.
               IF LQ-TIPO = 'C'
                   PERFORM REGISTRAR-CHARGEBACK
                 ELSE
                   PERFORM REGISTRAR-LIQUIDACAO
               END-IF.

       LOCALIZAR-ITEM.
               MOVE 'N' TO WS-ITEM-ACHADO.
               IF LQ-CUPOM NOT = SPACES
                   MOVE LQ-LOJA TO PL-LOJA
                   MOVE LQ-DATA-VENDA TO PL-DATA-VENDA
                   MOVE LQ-CUPOM TO PL-CUPOM
                   READ PENDENCIA-FILE KEY IS PL-CHAVE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   PERFORM VERIFICAR-SITUACAO-ITEM
                   EXIT PARAGRAPH
               END-IF.
               MOVE LQ-LOJA TO PL-LOJA.
               MOVE LQ-DATA-VENDA TO PL-DATA-VENDA.
               MOVE LOW-VALUES TO PL-CUPOM.
               MOVE 'N' TO WS-PL-EOF.
               START PENDENCIA-FILE KEY IS GREATER THAN OR EQUAL
                       PL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PL-EOF
               END-START.
               PERFORM UNTIL PL-EOF-SIM OR ITEM-ACHADO-SIM
                   READ PENDENCIA-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-PL-EOF
                   END-READ
                   IF WS-PL-STATUS NOT = '00'
                      OR PL-LOJA NOT = LQ-LOJA
                      OR PL-DATA-VENDA NOT = LQ-DATA-VENDA
                       MOVE 'S' TO WS-PL-EOF
                   END-IF
                   IF NOT PL-EOF-SIM
                      AND PL-VALOR = LQ-VALOR-BRUTO
                       PERFORM VERIFICAR-SITUACAO-ITEM
                   END-IF
               END-PERFORM.

       VERIFICAR-SITUACAO-ITEM.
               IF WS-SITUACAO-PROCURADA = 'P'
                   IF PL-PENDENTE OR PL-PAGO-MENOR
                       MOVE 'S' TO WS-ITEM-ACHADO
                   END-IF
                 ELSE
                   IF PL-LIQUIDADO OR PL-PAGO-MENOR
                       MOVE 'S' TO WS-ITEM-ACHADO
                   END-IF
               END-IF.

       REGISTRAR-LIQUIDACAO.
               ADD LQ-VALOR-BRUTO TO PL-VALOR-PAGO.
               ADD LQ-TAXA TO PL-TAXA.
               MOVE LQ-ADQUIRENTE TO PL-ADQUIRENTE.
               MOVE LQ-DATA-PAGTO TO PL-DATA-PAGTO.
               MOVE PL-VALOR TO WS-DIFERENCA.
               SUBTRACT PL-VALOR-PAGO FROM WS-DIFERENCA.
               IF WS-DIFERENCA GREATER ZEROS
                   MOVE 'M' TO PL-SITUACAO
                 ELSE
                   MOVE 'L' TO PL-SITUACAO
               END-IF.
               REWRITE PENDENCIA-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE.
               IF WS-PL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR PENDLIQ ' WS-PL-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE PL-FILIAL TO WS-IND-FIL.
               IF WS-IND-FIL = ZEROS
                   MOVE 1000 TO WS-IND-FIL
               END-IF.
               ADD 1 TO RF-QTDE-LIQ(WS-IND-FIL).
               ADD LQ-VALOR-BRUTO TO RF-VALOR-LIQ(WS-IND-FIL).
               ADD LQ-TAXA TO RF-TAXAS(WS-IND-FIL).
               ADD LQ-VALOR-LIQUIDO TO RF-VALOR-RECEBIDO(WS-IND-FIL).
               PERFORM MONTAR-DETALHE-PENDENCIA.
               MOVE LQ-VALOR-BRUTO TO LD-VALOR-PAGO.
               MOVE LQ-TAXA TO LD-TAXA.
               IF PL-PAGO-MENOR
                   ADD 1 TO RF-QTDE-MENOR(WS-IND-FIL)
                   ADD WS-DIFERENCA TO RF-DIFERENCA(WS-IND-FIL)
                   MOVE WS-DIFERENCA TO LD-DIFERENCA
                   MOVE 'PAGO A MENOR' TO LD-SITUACAO
                 ELSE
                   MOVE 'LIQUIDADO' TO LD-SITUACAO
               END-IF.
               PERFORM GRAVAR-DETALHE.

       REGISTRAR-CHARGEBACK.
               MOVE 'C' TO PL-SITUACAO.
               MOVE LQ-DATA-PAGTO TO PL-DATA-PAGTO.
               REWRITE PENDENCIA-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE.
               IF WS-PL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR PENDLIQ ' WS-PL-STATUS
                   EXIT PARAGRAPH
               END-IF.
               MOVE PL-FILIAL TO WS-IND-FIL.
               IF WS-IND-FIL = ZEROS
                   MOVE 1000 TO WS-IND-FIL
               END-IF.
               ADD 1 TO RF-QTDE-CHARGE(WS-IND-FIL).
               ADD LQ-VALOR-BRUTO TO RF-VALOR-CHARGE(WS-IND-FIL).
               PERFORM MONTAR-DETALHE-PENDENCIA.
               MOVE LQ-ADQUIRENTE TO LD-ADQUIRENTE.
               MOVE LQ-VALOR-BRUTO TO LD-DIFERENCA.
               MOVE 'CHARGEBACK' TO LD-SITUACAO.
               PERFORM GRAVAR-DETALHE.

       REGISTRAR-NAO-IDENTIFICADO.
               PERFORM LOCALIZAR-LOJA.
               MOVE WS-FILIAL TO WS-IND-FIL.
               IF WS-IND-FIL = ZEROS
                   MOVE 1000 TO WS-IND-FIL
               END-IF.
               ADD 1 TO RF-QTDE-NAO-IDENT(WS-IND-FIL).
               ADD LQ-VALOR-BRUTO TO RF-VALOR-NAO-IDENT(WS-IND-FIL).
               MOVE SPACES TO LINHA-DETALHE.
               MOVE WS-FILIAL TO LD-FILIAL.
               MOVE LQ-LOJA TO LD-LOJA.
               MOVE LQ-DATA-VENDA TO LD-DATA-VENDA.
               MOVE LQ-CUPOM TO LD-CUPOM.
               MOVE LQ-ADQUIRENTE TO LD-ADQUIRENTE.
               MOVE ZEROS TO LD-VALOR.
               MOVE LQ-VALOR-BRUTO TO LD-VALOR-PAGO.
               MOVE LQ-TAXA TO LD-TAXA.
               MOVE ZEROS TO LD-DIFERENCA.
               MOVE ZEROS TO LD-DIAS.
               IF LQ-TIPO = 'C'
                   MOVE 'CHARGEBACK S/ VENDA' TO LD-SITUACAO
                 ELSE
                   MOVE 'NAO IDENTIFICADO' TO LD-SITUACAO
               END-IF.
               PERFORM GRAVAR-DETALHE.

       LOCALIZAR-LOJA.
               MOVE ZEROS TO WS-FILIAL.
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-MAPA
                          OR WS-FILIAL NOT = ZEROS
                   IF TM-LOJA(WS-IND) = LQ-LOJA
                       MOVE TM-FILIAL(WS-IND) TO WS-FILIAL
                   END-IF
               END-PERFORM.

       LISTAR-PENDENTES.
               MOVE 'A RECEBER (PENDENTES E PAGOS A MENOR)'
                   TO LS-TITULO.
               PERFORM IMPRIMIR-SECAO.
               MOVE 'N' TO WS-PL-EOF.
               MOVE LOW-VALUES TO PL-CHAVE.
               START PENDENCIA-FILE KEY IS GREATER THAN OR EQUAL
                       PL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-PL-EOF
               END-START.
               PERFORM UNTIL PL-EOF-SIM
                   READ PENDENCIA-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-PL-EOF
                   END-READ
                   IF WS-PL-STATUS NOT = '00'
                       MOVE 'S' TO WS-PL-EOF
                   END-IF
                   IF NOT PL-EOF-SIM
                      AND (PL-PENDENTE OR PL-PAGO-MENOR)
                       PERFORM LISTAR-PENDENTE
                   END-IF
               END-PERFORM.

       LISTAR-PENDENTE.
               MOVE PL-VALOR TO WS-DIFERENCA.
               SUBTRACT PL-VALOR-PAGO FROM WS-DIFERENCA.
               MOVE PL-FILIAL TO WS-IND-FIL.
               IF WS-IND-FIL = ZEROS
                   MOVE 1000 TO WS-IND-FIL
               END-IF.
               ADD 1 TO RF-QTDE-PEND(WS-IND-FIL).
               ADD WS-DIFERENCA TO RF-VALOR-PEND(WS-IND-FIL).
               ADD 1 TO WS-TOT-QTDE-PEND.
               ADD WS-DIFERENCA TO WS-TOT-VALOR-PEND.
               PERFORM MONTAR-DETALHE-PENDENCIA.
               MOVE WS-DIFERENCA TO LD-DIFERENCA.
               IF PL-PENDENTE
                   MOVE 'NAO LIQUIDADO' TO LD-SITUACAO
                 ELSE
                   MOVE 'SALDO PAGO A MENOR' TO LD-SITUACAO
               END-IF.
               PERFORM GRAVAR-DETALHE.

       MONTAR-DETALHE-PENDENCIA.
               MOVE SPACES TO LINHA-DETALHE.
               MOVE PL-FILIAL TO LD-FILIAL.
               MOVE PL-LOJA TO LD-LOJA.
               MOVE PL-DATA-VENDA TO LD-DATA-VENDA.
               MOVE PL-CUPOM TO LD-CUPOM.
               MOVE PL-MEIO-PAGTO TO LD-MEIO-PAGTO.
               MOVE PL-ADQUIRENTE TO LD-ADQUIRENTE.
               MOVE PL-VALOR TO LD-VALOR.
               MOVE PL-VALOR-PAGO TO LD-VALOR-PAGO.
               MOVE PL-TAXA TO LD-TAXA.
               MOVE ZEROS TO LD-DIFERENCA.
               PERFORM CALCULAR-DIAS-PENDENTE.
               MOVE WS-DIAS-PENDENTE TO LD-DIAS.

       CALCULAR-DIAS-PENDENTE.
               MOVE ZEROS TO WS-DIAS-PENDENTE.
               MOVE PL-DATA-VENDA TO WS-DATA-VENDA-X.
               IF WS-DATA-VENDA-X NOT NUMERIC
                  OR WS-VENDA-MM LESS 1
                  OR WS-VENDA-MM GREATER 12
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-VENDA-AAAA TO WS-DN-ANO.
               MOVE WS-VENDA-MM TO WS-DN-MES.
               MOVE WS-VENDA-DD TO WS-DN-DIA.
               PERFORM CALCULAR-DIA-NUMERO.
               COMPUTE WS-DIAS-PENDENTE =
                       WS-DN-HOJE - WS-DN-RESULTADO.
               IF WS-DIAS-PENDENTE LESS ZEROS
                   MOVE ZEROS TO WS-DIAS-PENDENTE
               END-IF.

       CALCULAR-HOJE.
               MOVE WS-DATA-AAAA TO WS-DN-ANO.
               MOVE WS-DATA-MM TO WS-DN-MES.
               MOVE WS-DATA-DD TO WS-DN-DIA.
               PERFORM CALCULAR-DIA-NUMERO.
               MOVE WS-DN-RESULTADO TO WS-DN-HOJE.

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

       IMPRIMIR-TITULO.
               MOVE WS-DATA-DD TO LT-DIA.
               MOVE WS-DATA-MM TO LT-MES.
               MOVE WS-DATA-AAAA TO LT-ANO.
               MOVE LINHA-TITULO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-SECAO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CABECALHO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       GRAVAR-DETALHE.
               MOVE LINHA-DETALHE TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       IMPRIMIR-RESUMO.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE 'RESUMO POR FILIAL' TO LS-TITULO.
               MOVE LINHA-SECAO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE LINHA-CAB-RESUMO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               PERFORM VARYING WS-IND-FIL FROM 1 BY 1
                       UNTIL WS-IND-FIL GREATER 1000
                   IF RF-QTDE-LIQ(WS-IND-FIL) NOT = ZEROS
                      OR RF-QTDE-CHARGE(WS-IND-FIL) NOT = ZEROS
                      OR RF-QTDE-PEND(WS-IND-FIL) NOT = ZEROS
                      OR RF-QTDE-NAO-IDENT(WS-IND-FIL) NOT = ZEROS
                       PERFORM IMPRIMIR-RESUMO-FILIAL
                   END-IF
               END-PERFORM.
               MOVE SPACES TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.
               MOVE SPACES TO LINHA-DETALHE.
               MOVE 'TOTAL' TO LD-CUPOM.
               MOVE 'A RECEBER' TO LD-ADQUIRENTE.
               MOVE WS-TOT-VALOR-PEND TO LD-DIFERENCA.
               MOVE WS-TOT-QTDE-PEND TO LD-DIAS.
               MOVE 'ITENS EM ABERTO' TO LD-SITUACAO.
               PERFORM GRAVAR-DETALHE.
               IF WS-QTDE-INVALIDOS NOT = ZEROS
                   MOVE '** LIQADQ COM REGISTROS INVALIDOS - VER LOG'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.
               IF WS-QTDE-BAIXAS-REC NOT = ZEROS
                   MOVE '** BAIXAS RECUSADAS - VER LOG'
                       TO RELATORIO-REGISTRO
                   PERFORM GRAVAR-RELATORIO
               END-IF.

       IMPRIMIR-RESUMO-FILIAL.
               IF WS-IND-FIL = 1000
                   MOVE '???' TO LR-FILIAL
                 ELSE
                   MOVE WS-IND-FIL TO WS-FILIAL
                   MOVE WS-FILIAL TO LR-FILIAL
               END-IF.
               MOVE RF-VALOR-LIQ(WS-IND-FIL) TO LR-VALOR-LIQ.
               MOVE RF-QTDE-LIQ(WS-IND-FIL) TO LR-QTDE-LIQ.
               MOVE RF-TAXAS(WS-IND-FIL) TO LR-TAXAS.
               MOVE RF-VALOR-RECEBIDO(WS-IND-FIL) TO LR-RECEBIDO.
               MOVE RF-DIFERENCA(WS-IND-FIL) TO LR-DIFERENCA.
               MOVE RF-QTDE-MENOR(WS-IND-FIL) TO LR-QTDE-MENOR.
               MOVE RF-VALOR-CHARGE(WS-IND-FIL) TO LR-VALOR-CHARGE.
               MOVE RF-QTDE-CHARGE(WS-IND-FIL) TO LR-QTDE-CHARGE.
               MOVE RF-VALOR-PEND(WS-IND-FIL) TO LR-VALOR-PEND.
               MOVE RF-QTDE-PEND(WS-IND-FIL) TO LR-QTDE-PEND.
               MOVE RF-VALOR-NAO-IDENT(WS-IND-FIL)
                   TO LR-VALOR-NAO-IDENT.
               MOVE RF-QTDE-NAO-IDENT(WS-IND-FIL)
                   TO LR-QTDE-NAO-IDENT.
               MOVE LINHA-RESUMO TO RELATORIO-REGISTRO.
               PERFORM GRAVAR-RELATORIO.

       GRAVAR-RELATORIO.
               WRITE RELATORIO-REGISTRO.
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR RELATORIO ' WS-REL-STATUS
               END-IF.
