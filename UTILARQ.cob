               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WS-GC-STATUS.

           SELECT CUPOM-FILE ASSIGN TO "CUPOMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS WS-CR-STATUS.

           SELECT ETAPA-CONTROL ASSIGN TO "ETAPACTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ETAPA
               FILE STATUS IS WS-EC-STATUS.

           SELECT MEIO-DIA-FILE ASSIGN TO "MEIODIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-CHAVE
               FILE STATUS IS WS-MD-STATUS.

           SELECT PENDENCIA-FILE ASSIGN TO "PENDLIQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               FILE STATUS IS WS-PL-STATUS.

           SELECT CONTROLE-ICMS ASSIGN TO "CTRLICMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHAVE
               FILE STATUS IS WS-CI-STATUS.

           SELECT PREVISAO-FILE ASSIGN TO "PREVMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS WS-PV-STATUS.

           SELECT BACKUP-SALES ASSIGN TO "SALESBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BACKUP-CUPOM ASSIGN TO "CUPOBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BACKUP-ETAPA ASSIGN TO "ETAPBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BACKUP-MEIODIA ASSIGN TO "MEIOBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BACKUP-PENDLIQ ASSIGN TO "PENDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BACKUP-ICMS ASSIGN TO "ICMSBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

           SELECT BACKUP-PREVISAO ASSIGN TO "PREVBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-MASTER.
           05 FL-NOME PIC X(30).
           05 FL-REGIAO PIC X(15).
           05 FL-ATIVA PIC X(01).
           05 FL-UF PIC X(02).
           05 FL-REGIME PIC X(01).

       FD  GL-CONTROL.
       01  GL-CONTROL-RECORD.
           05 GC-VALOR PIC S9(09)V99.
           05 GC-DATA-ENVIO PIC 9(08).

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

       FD  MEIO-DIA-FILE.
       01  MEIO-DIA-RECORD.
           05 MD-CHAVE.
               10 MD-FILIAL PIC 9(03).
               10 MD-DATA-VENDA PIC X(08).
               10 MD-MEIO-PAGTO PIC X(01).
           05 MD-QTDE PIC 9(07).
           05 MD-VALOR PIC 9(11)V99.

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
           05 PL-ADQUIRENTE PIC X(10).
           05 PL-VALOR-PAGO PIC 9(07)V99.
           05 PL-TAXA PIC 9(05)V99.
           05 PL-DATA-PAGTO PIC 9(08).
           05 PL-DATA-INCLUSAO PIC 9(08).
           05 PL-DATA-BAIXA PIC 9(08).
           05 PL-OPERADOR-BAIXA PIC X(08).

       FD  CONTROLE-ICMS.
       01  CONTROLE-ICMS-RECORD.
           05 CI-CHAVE.
               10 CI-ANO PIC 9(04).
               10 CI-MES PIC 9(02).
               10 CI-FILIAL PIC 9(03).
           05 CI-SITUACAO PIC X(01).
           05 CI-UF PIC X(02).
           05 CI-ALIQUOTA PIC 9(02)V99.
           05 CI-ACUM PIC 9(07)V99.
           05 CI-DEVOL PIC 9(07)V99.
           05 CI-DEBITO PIC 9(09)V99.
           05 CI-CREDITO PIC 9(09)V99.
           05 CI-DATA-ENTREGA PIC 9(08).
           05 CI-DATA-RETIFICACAO PIC 9(08).
           05 CI-QTDE-RETIFICACOES PIC 9(03).

       FD  PREVISAO-FILE.
       01  PREVISAO-RECORD.
           05 PV-CHAVE.
               10 PV-ANO PIC 9(04).
               10 PV-MES PIC 9(02).
               10 PV-FILIAL PIC 9(03).
               10 PV-VERSAO PIC 9(08).
           05 PV-HORA PIC 9(08).
           05 PV-TIPO PIC X(01).
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

       FD  BACKUP-SALES.
       01  BACKUP-SALES-RECORD PIC X(120).

       FD  BACKUP-CKPT.
       01  BACKUP-CKPT-RECORD PIC X(120).

       FD  BACKUP-LOTE.
       01  BACKUP-LOTE-RECORD PIC X(120).

       FD  BACKUP-META.
       01  BACKUP-META-RECORD PIC X(120).

       FD  BACKUP-FILIAL.
       01  BACKUP-FILIAL-RECORD PIC X(120).

       FD  BACKUP-GLCTRL.
       01  BACKUP-GLCTRL-RECORD PIC X(120).

       FD  BACKUP-CUPOM.
       01  BACKUP-CUPOM-RECORD PIC X(120).

       FD  BACKUP-ETAPA.
       01  BACKUP-ETAPA-RECORD PIC X(120).

       FD  BACKUP-MEIODIA.
       01  BACKUP-MEIODIA-RECORD PIC X(120).

       FD  BACKUP-PENDLIQ.
       01  BACKUP-PENDLIQ-RECORD PIC X(120).

       FD  BACKUP-ICMS.
       01  BACKUP-ICMS-RECORD PIC X(120).

       FD  BACKUP-PREVISAO.
       01  BACKUP-PREVISAO-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  IMAGEM-BACKUP.
           05 BK-TIPO PIC X(01).
           05 BK-DADOS PIC X(119).
           05 BK-DADOS-CABECALHO REDEFINES BK-DADOS.
               10 BK-ARQUIVO PIC X(08).
               10 BK-DATA-GERACAO PIC 9(08).
               10 FILLER PIC X(103).
           05 BK-DADOS-RODAPE REDEFINES BK-DADOS.
               10 BK-TOT-REGISTROS PIC 9(07).
               10 BK-TOT-VALOR PIC S9(13)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10 FILLER PIC X(96).

       77  WS-SM-STATUS PIC X(02) VALUE '00'.
       77  WS-CK-STATUS PIC X(02) VALUE '00'.
       77  WS-MT-STATUS PIC X(02) VALUE '00'.
       77  WS-FL-STATUS PIC X(02) VALUE '00'.
       77  WS-GC-STATUS PIC X(02) VALUE '00'.
       77  WS-CR-STATUS PIC X(02) VALUE '00'.
       77  WS-EC-STATUS PIC X(02) VALUE '00'.
       77  WS-MD-STATUS PIC X(02) VALUE '00'.
       77  WS-PL-STATUS PIC X(02) VALUE '00'.
       77  WS-CI-STATUS PIC X(02) VALUE '00'.
       77  WS-PV-STATUS PIC X(02) VALUE '00'.
       77  WS-BK-STATUS PIC X(02) VALUE '00'.

       77  WS-PARM PIC X(30) VALUE SPACES.
               END-IF.
               IF WS-ARQUIVO = SPACES
                   DISPLAY 'ARQUIVO (SALESMF/CKPTFILE/LOTECTRL/'
                   DISPLAY 'METASMF/FILIALMF/GLCTRL/CUPOMREG/'
                   DISPLAY 'ETAPACTL/MEIODIA/PENDLIQ/CTRLICMS/PREVMF):'
                   ACCEPT WS-ARQUIVO
               END-IF.
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
                       PERFORM DESCARREGAR-FILIALMF
                   WHEN 'GLCTRL'
                       PERFORM DESCARREGAR-GLCTRL
                   WHEN 'CUPOMREG'
                       PERFORM DESCARREGAR-CUPOMREG
                   WHEN 'ETAPACTL'
                       PERFORM DESCARREGAR-ETAPACTL
                   WHEN 'MEIODIA'
                       PERFORM DESCARREGAR-MEIODIA
                   WHEN 'PENDLIQ'
                       PERFORM DESCARREGAR-PENDLIQ
                   WHEN 'CTRLICMS'
                       PERFORM DESCARREGAR-CTRLICMS
                   WHEN 'PREVMF'
                       PERFORM DESCARREGAR-PREVMF
                   WHEN OTHER
                       DISPLAY '** ARQUIVO INVALIDO: '
                               WS-ARQUIVO ' **'
                       PERFORM RECONSTRUIR-FILIALMF
                   WHEN 'GLCTRL'
                       PERFORM RECONSTRUIR-GLCTRL
                   WHEN 'CUPOMREG'
                       PERFORM RECONSTRUIR-CUPOMREG
                   WHEN 'ETAPACTL'
                       PERFORM RECONSTRUIR-ETAPACTL
                   WHEN 'MEIODIA'
                       PERFORM RECONSTRUIR-MEIODIA
                   WHEN 'PENDLIQ'
                       PERFORM RECONSTRUIR-PENDLIQ
                   WHEN 'CTRLICMS'
                       PERFORM RECONSTRUIR-CTRLICMS
                   WHEN 'PREVMF'
                       PERFORM RECONSTRUIR-PREVMF
                   WHEN OTHER
                       DISPLAY '** ARQUIVO INVALIDO: '
                               WS-ARQUIVO ' **'
               CLOSE GL-CONTROL.
               CLOSE BACKUP-GLCTRL.
               PERFORM VERIFICAR-RECONSTRUCAO.

       DESCARREGAR-CUPOMREG.
               OPEN INPUT CUPOM-FILE.
               IF WS-CR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CUPOMREG ' WS-CR-STATUS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BACKUP-CUPOM.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CUPOBKP ' WS-BK-STATUS
                   CLOSE CUPOM-FILE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM MONTAR-CABECALHO.
               WRITE BACKUP-CUPOM-RECORD FROM IMAGEM-BACKUP.
               MOVE 'N' TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO CR-CHAVE.
               START CUPOM-FILE KEY IS GREATER THAN OR EQUAL
                       CR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START.
               IF WS-CR-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   READ CUPOM-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-CR-STATUS NOT = '00'
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF NOT FIM-ARQUIVO-SIM
                       MOVE SPACES TO IMAGEM-BACKUP
                       MOVE 'D' TO BK-TIPO
                       MOVE CUPOM-RECORD TO BK-DADOS
                       WRITE BACKUP-CUPOM-RECORD
                           FROM IMAGEM-BACKUP
                       ADD 1 TO WS-CONTAGEM
                       ADD CR-VALOR TO WS-HASH
                   END-IF
               END-PERFORM.
               PERFORM MONTAR-RODAPE.
               WRITE BACKUP-CUPOM-RECORD FROM IMAGEM-BACKUP.
               CLOSE BACKUP-CUPOM.
               CLOSE CUPOM-FILE.
               PERFORM EXIBIR-RESULTADO-DESCARGA.

       RECONSTRUIR-CUPOMREG.
               OPEN INPUT BACKUP-CUPOM.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CUPOBKP ' WS-BK-STATUS
                   EXIT PARAGRAPH
               END-IF.
               READ BACKUP-CUPOM INTO IMAGEM-BACKUP
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
               END-READ.
               IF FIM-ARQUIVO-SIM
                  OR BK-TIPO NOT = 'H'
                  OR BK-ARQUIVO NOT = 'CUPOMREG'
                   DISPLAY '** IMAGEM INVALIDA PARA CUPOMREG **'
                   CLOSE BACKUP-CUPOM
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'IMAGEM GERADA EM ' BK-DATA-GERACAO.
               OPEN OUTPUT CUPOM-FILE.
               IF WS-CR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR CUPOMREG '
                           WS-CR-STATUS
                   CLOSE BACKUP-CUPOM
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-TEM-RODAPE.
               PERFORM UNTIL FIM-ARQUIVO-SIM OR TEM-RODAPE-SIM
                   READ BACKUP-CUPOM INTO IMAGEM-BACKUP
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO-SIM
                       EVALUATE BK-TIPO
                           WHEN 'D'
                               MOVE BK-DADOS
                                   TO CUPOM-RECORD
                               WRITE CUPOM-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** CHAVE DUPLICADA '
                                               CR-CHAVE ' **'
                               END-WRITE
                               IF WS-CR-STATUS = '00'
                                   ADD 1 TO WS-CONTAGEM
                                   ADD CR-VALOR TO WS-HASH
                                 ELSE
                                   IF WS-CR-STATUS NOT = '22'
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** ERRO AO GRAVAR '
                                               WS-CR-STATUS ' **'
                                   END-IF
                               END-IF
                           WHEN 'T'
                               MOVE 'S' TO WS-TEM-RODAPE
                               MOVE BK-TOT-REGISTROS
                                   TO WS-TRL-CONTAGEM
                               MOVE BK-TOT-VALOR TO WS-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-FALHAS
                               DISPLAY '** TIPO INVALIDO NA'
                                       ' IMAGEM: ' BK-TIPO ' **'
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE CUPOM-FILE.
               CLOSE BACKUP-CUPOM.
               PERFORM VERIFICAR-RECONSTRUCAO.

       DESCARREGAR-ETAPACTL.
               OPEN INPUT ETAPA-CONTROL.
               IF WS-EC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ETAPACTL ' WS-EC-STATUS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BACKUP-ETAPA.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ETAPBKP ' WS-BK-STATUS
                   CLOSE ETAPA-CONTROL
                   EXIT PARAGRAPH
               END-IF.
               PERFORM MONTAR-CABECALHO.
               WRITE BACKUP-ETAPA-RECORD FROM IMAGEM-BACKUP.
               MOVE 'N' TO WS-FIM-ARQUIVO.
               MOVE ZEROS TO EC-ETAPA.
               START ETAPA-CONTROL KEY IS GREATER THAN OR EQUAL
                       EC-ETAPA
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START.
               IF WS-EC-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   READ ETAPA-CONTROL NEXT RECORD
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-EC-STATUS NOT = '00'
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF NOT FIM-ARQUIVO-SIM
                       MOVE SPACES TO IMAGEM-BACKUP
                       MOVE 'D' TO BK-TIPO
                       MOVE ETAPA-CONTROL-RECORD TO BK-DADOS
                       WRITE BACKUP-ETAPA-RECORD
                           FROM IMAGEM-BACKUP
                       ADD 1 TO WS-CONTAGEM
                       ADD EC-VALOR TO WS-HASH
                   END-IF
               END-PERFORM.
               PERFORM MONTAR-RODAPE.
               WRITE BACKUP-ETAPA-RECORD FROM IMAGEM-BACKUP.
               CLOSE BACKUP-ETAPA.
               CLOSE ETAPA-CONTROL.
               PERFORM EXIBIR-RESULTADO-DESCARGA.

       RECONSTRUIR-ETAPACTL.
               OPEN INPUT BACKUP-ETAPA.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ETAPBKP ' WS-BK-STATUS
                   EXIT PARAGRAPH
               END-IF.
               READ BACKUP-ETAPA INTO IMAGEM-BACKUP
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
               END-READ.
               IF FIM-ARQUIVO-SIM
                  OR BK-TIPO NOT = 'H'
                  OR BK-ARQUIVO NOT = 'ETAPACTL'
                   DISPLAY '** IMAGEM INVALIDA PARA ETAPACTL **'
                   CLOSE BACKUP-ETAPA
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'IMAGEM GERADA EM ' BK-DATA-GERACAO.
               OPEN OUTPUT ETAPA-CONTROL.
               IF WS-EC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR ETAPACTL '
                           WS-EC-STATUS
                   CLOSE BACKUP-ETAPA
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-TEM-RODAPE.
               PERFORM UNTIL FIM-ARQUIVO-SIM OR TEM-RODAPE-SIM
                   READ BACKUP-ETAPA INTO IMAGEM-BACKUP
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO-SIM
                       EVALUATE BK-TIPO
                           WHEN 'D'
                               MOVE BK-DADOS
                                   TO ETAPA-CONTROL-RECORD
                               WRITE ETAPA-CONTROL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** CHAVE DUPLICADA '
                                               EC-ETAPA ' **'
                               END-WRITE
                               IF WS-EC-STATUS = '00'
                                   ADD 1 TO WS-CONTAGEM
                                   ADD EC-VALOR TO WS-HASH
                                 ELSE
                                   IF WS-EC-STATUS NOT = '22'
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** ERRO AO GRAVAR '
                                               WS-EC-STATUS ' **'
                                   END-IF
                               END-IF
                           WHEN 'T'
                               MOVE 'S' TO WS-TEM-RODAPE
                               MOVE BK-TOT-REGISTROS
                                   TO WS-TRL-CONTAGEM
                               MOVE BK-TOT-VALOR TO WS-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-FALHAS
                               DISPLAY '** TIPO INVALIDO NA'
                                       ' IMAGEM: ' BK-TIPO ' **'
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE ETAPA-CONTROL.
               CLOSE BACKUP-ETAPA.
               PERFORM VERIFICAR-RECONSTRUCAO.

       DESCARREGAR-MEIODIA.
               OPEN INPUT MEIO-DIA-FILE.
               IF WS-MD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MEIODIA ' WS-MD-STATUS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BACKUP-MEIODIA.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MEIOBKP ' WS-BK-STATUS
                   CLOSE MEIO-DIA-FILE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM MONTAR-CABECALHO.
               WRITE BACKUP-MEIODIA-RECORD FROM IMAGEM-BACKUP.
               MOVE 'N' TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO MD-CHAVE.
               START MEIO-DIA-FILE KEY IS GREATER THAN OR EQUAL
                       MD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START.
               IF WS-MD-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   READ MEIO-DIA-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-MD-STATUS NOT = '00'
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF NOT FIM-ARQUIVO-SIM
                       MOVE SPACES TO IMAGEM-BACKUP
                       MOVE 'D' TO BK-TIPO
                       MOVE MEIO-DIA-RECORD TO BK-DADOS
                       WRITE BACKUP-MEIODIA-RECORD
                           FROM IMAGEM-BACKUP
                       ADD 1 TO WS-CONTAGEM
                       ADD MD-VALOR TO WS-HASH
                   END-IF
               END-PERFORM.
               PERFORM MONTAR-RODAPE.
               WRITE BACKUP-MEIODIA-RECORD FROM IMAGEM-BACKUP.
               CLOSE BACKUP-MEIODIA.
               CLOSE MEIO-DIA-FILE.
               PERFORM EXIBIR-RESULTADO-DESCARGA.

       RECONSTRUIR-MEIODIA.
               OPEN INPUT BACKUP-MEIODIA.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MEIOBKP ' WS-BK-STATUS
                   EXIT PARAGRAPH
               END-IF.
               READ BACKUP-MEIODIA INTO IMAGEM-BACKUP
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
               END-READ.
               IF FIM-ARQUIVO-SIM
                  OR BK-TIPO NOT = 'H'
                  OR BK-ARQUIVO NOT = 'MEIODIA'
                   DISPLAY '** IMAGEM INVALIDA PARA MEIODIA **'
                   CLOSE BACKUP-MEIODIA
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'IMAGEM GERADA EM ' BK-DATA-GERACAO.
               OPEN OUTPUT MEIO-DIA-FILE.
               IF WS-MD-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR MEIODIA '
                           WS-MD-STATUS
                   CLOSE BACKUP-MEIODIA
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-TEM-RODAPE.
               PERFORM UNTIL FIM-ARQUIVO-SIM OR TEM-RODAPE-SIM
                   READ BACKUP-MEIODIA INTO IMAGEM-BACKUP
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO-SIM
                       EVALUATE BK-TIPO
                           WHEN 'D'
                               MOVE BK-DADOS
                                   TO MEIO-DIA-RECORD
                               WRITE MEIO-DIA-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** CHAVE DUPLICADA '
                                               MD-CHAVE ' **'
                               END-WRITE
                               IF WS-MD-STATUS = '00'
                                   ADD 1 TO WS-CONTAGEM
                                   ADD MD-VALOR TO WS-HASH
                                 ELSE
                                   IF WS-MD-STATUS NOT = '22'
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** ERRO AO GRAVAR '
                                               WS-MD-STATUS ' **'
                                   END-IF
                               END-IF
                           WHEN 'T'
                               MOVE 'S' TO WS-TEM-RODAPE
                               MOVE BK-TOT-REGISTROS
                                   TO WS-TRL-CONTAGEM
                               MOVE BK-TOT-VALOR TO WS-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-FALHAS
                               DISPLAY '** TIPO INVALIDO NA'
                                       ' IMAGEM: ' BK-TIPO ' **'
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE MEIO-DIA-FILE.
               CLOSE BACKUP-MEIODIA.
               PERFORM VERIFICAR-RECONSTRUCAO.

       DESCARREGAR-PENDLIQ.
               OPEN INPUT PENDENCIA-FILE.
               IF WS-PL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PENDLIQ ' WS-PL-STATUS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BACKUP-PENDLIQ.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PENDBKP ' WS-BK-STATUS
                   CLOSE PENDENCIA-FILE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM MONTAR-CABECALHO.
               WRITE BACKUP-PENDLIQ-RECORD FROM IMAGEM-BACKUP.
               MOVE 'N' TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO PL-CHAVE.
               START PENDENCIA-FILE KEY IS GREATER THAN OR EQUAL
                       PL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START.
               IF WS-PL-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   READ PENDENCIA-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-PL-STATUS NOT = '00'
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF NOT FIM-ARQUIVO-SIM
                       MOVE SPACES TO IMAGEM-BACKUP
                       MOVE 'D' TO BK-TIPO
                       MOVE PENDENCIA-RECORD TO BK-DADOS
                       WRITE BACKUP-PENDLIQ-RECORD
                           FROM IMAGEM-BACKUP
                       ADD 1 TO WS-CONTAGEM
                       ADD PL-VALOR TO WS-HASH
                   END-IF
               END-PERFORM.
               PERFORM MONTAR-RODAPE.
               WRITE BACKUP-PENDLIQ-RECORD FROM IMAGEM-BACKUP.
               CLOSE BACKUP-PENDLIQ.
               CLOSE PENDENCIA-FILE.
               PERFORM EXIBIR-RESULTADO-DESCARGA.

       RECONSTRUIR-PENDLIQ.
               OPEN INPUT BACKUP-PENDLIQ.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PENDBKP ' WS-BK-STATUS
                   EXIT PARAGRAPH
               END-IF.
               READ BACKUP-PENDLIQ INTO IMAGEM-BACKUP
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
               END-READ.
               IF FIM-ARQUIVO-SIM
                  OR BK-TIPO NOT = 'H'
                  OR BK-ARQUIVO NOT = 'PENDLIQ'
                   DISPLAY '** IMAGEM INVALIDA PARA PENDLIQ **'
                   CLOSE BACKUP-PENDLIQ
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'IMAGEM GERADA EM ' BK-DATA-GERACAO.
               OPEN OUTPUT PENDENCIA-FILE.
               IF WS-PL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR PENDLIQ '
                           WS-PL-STATUS
                   CLOSE BACKUP-PENDLIQ
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-TEM-RODAPE.
               PERFORM UNTIL FIM-ARQUIVO-SIM OR TEM-RODAPE-SIM
                   READ BACKUP-PENDLIQ INTO IMAGEM-BACKUP
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO-SIM
                       EVALUATE BK-TIPO
                           WHEN 'D'
                               MOVE BK-DADOS
                                   TO PENDENCIA-RECORD
                               WRITE PENDENCIA-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** CHAVE DUPLICADA '
                                               PL-CHAVE ' **'
                               END-WRITE
                               IF WS-PL-STATUS = '00'
                                   ADD 1 TO WS-CONTAGEM
                                   ADD PL-VALOR TO WS-HASH
                                 ELSE
                                   IF WS-PL-STATUS NOT = '22'
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** ERRO AO GRAVAR '
                                               WS-PL-STATUS ' **'
                                   END-IF
                               END-IF
                           WHEN 'T'
                               MOVE 'S' TO WS-TEM-RODAPE
                               MOVE BK-TOT-REGISTROS
                                   TO WS-TRL-CONTAGEM
                               MOVE BK-TOT-VALOR TO WS-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-FALHAS
                               DISPLAY '** TIPO INVALIDO NA'
                                       ' IMAGEM: ' BK-TIPO ' **'
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE PENDENCIA-FILE.
               CLOSE BACKUP-PENDLIQ.
               PERFORM VERIFICAR-RECONSTRUCAO.

       DESCARREGAR-CTRLICMS.
               OPEN INPUT CONTROLE-ICMS.
               IF WS-CI-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CTRLICMS ' WS-CI-STATUS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BACKUP-ICMS.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ICMSBKP ' WS-BK-STATUS
                   CLOSE CONTROLE-ICMS
                   EXIT PARAGRAPH
               END-IF.
               PERFORM MONTAR-CABECALHO.
               WRITE BACKUP-ICMS-RECORD FROM IMAGEM-BACKUP.
               MOVE 'N' TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO CI-CHAVE.
               START CONTROLE-ICMS KEY IS GREATER THAN OR EQUAL
                       CI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START.
               IF WS-CI-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   READ CONTROLE-ICMS NEXT RECORD
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-CI-STATUS NOT = '00'
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF NOT FIM-ARQUIVO-SIM
                       MOVE SPACES TO IMAGEM-BACKUP
                       MOVE 'D' TO BK-TIPO
                       MOVE CONTROLE-ICMS-RECORD TO BK-DADOS
                       WRITE BACKUP-ICMS-RECORD
                           FROM IMAGEM-BACKUP
                       ADD 1 TO WS-CONTAGEM
                       ADD CI-DEBITO TO WS-HASH
                   END-IF
               END-PERFORM.
               PERFORM MONTAR-RODAPE.
               WRITE BACKUP-ICMS-RECORD FROM IMAGEM-BACKUP.
               CLOSE BACKUP-ICMS.
               CLOSE CONTROLE-ICMS.
               PERFORM EXIBIR-RESULTADO-DESCARGA.

       RECONSTRUIR-CTRLICMS.
               OPEN INPUT BACKUP-ICMS.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ICMSBKP ' WS-BK-STATUS
                   EXIT PARAGRAPH
               END-IF.
               READ BACKUP-ICMS INTO IMAGEM-BACKUP
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
               END-READ.
               IF FIM-ARQUIVO-SIM
                  OR BK-TIPO NOT = 'H'
                  OR BK-ARQUIVO NOT = 'CTRLICMS'
                   DISPLAY '** IMAGEM INVALIDA PARA CTRLICMS **'
                   CLOSE BACKUP-ICMS
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'IMAGEM GERADA EM ' BK-DATA-GERACAO.
               OPEN OUTPUT CONTROLE-ICMS.
               IF WS-CI-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR CTRLICMS '
                           WS-CI-STATUS
                   CLOSE BACKUP-ICMS
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-TEM-RODAPE.
               PERFORM UNTIL FIM-ARQUIVO-SIM OR TEM-RODAPE-SIM
                   READ BACKUP-ICMS INTO IMAGEM-BACKUP
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO-SIM
                       EVALUATE BK-TIPO
                           WHEN 'D'
                               MOVE BK-DADOS
                                   TO CONTROLE-ICMS-RECORD
                               WRITE CONTROLE-ICMS-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** CHAVE DUPLICADA '
                                               CI-CHAVE ' **'
                               END-WRITE
                               IF WS-CI-STATUS = '00'
                                   ADD 1 TO WS-CONTAGEM
                                   ADD CI-DEBITO TO WS-HASH
                                 ELSE
                                   IF WS-CI-STATUS NOT = '22'
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** ERRO AO GRAVAR '
                                               WS-CI-STATUS ' **'
                                   END-IF
                               END-IF
                           WHEN 'T'
                               MOVE 'S' TO WS-TEM-RODAPE
                               MOVE BK-TOT-REGISTROS
                                   TO WS-TRL-CONTAGEM
                               MOVE BK-TOT-VALOR TO WS-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-FALHAS
                               DISPLAY '** TIPO INVALIDO NA'
                                       ' IMAGEM: ' BK-TIPO ' **'
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE CONTROLE-ICMS.
               CLOSE BACKUP-ICMS.
               PERFORM VERIFICAR-RECONSTRUCAO.

       DESCARREGAR-PREVMF.
               OPEN INPUT PREVISAO-FILE.
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PREVMF ' WS-PV-STATUS
                   EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT BACKUP-PREVISAO.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PREVBKP ' WS-BK-STATUS
                   CLOSE PREVISAO-FILE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM MONTAR-CABECALHO.
               WRITE BACKUP-PREVISAO-RECORD FROM IMAGEM-BACKUP.
               MOVE 'N' TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO PV-CHAVE.
               START PREVISAO-FILE KEY IS GREATER THAN OR EQUAL
                       PV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START.
               IF WS-PV-STATUS NOT = '00'
                   MOVE 'S' TO WS-FIM-ARQUIVO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   READ PREVISAO-FILE NEXT RECORD
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF WS-PV-STATUS NOT = '00'
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF NOT FIM-ARQUIVO-SIM
                       MOVE SPACES TO IMAGEM-BACKUP
                       MOVE 'D' TO BK-TIPO
                       MOVE PREVISAO-RECORD TO BK-DADOS
                       WRITE BACKUP-PREVISAO-RECORD
                           FROM IMAGEM-BACKUP
                       ADD 1 TO WS-CONTAGEM
                       ADD PV-PREVISTO TO WS-HASH
                   END-IF
               END-PERFORM.
               PERFORM MONTAR-RODAPE.
               WRITE BACKUP-PREVISAO-RECORD FROM IMAGEM-BACKUP.
               CLOSE BACKUP-PREVISAO.
               CLOSE PREVISAO-FILE.
               PERFORM EXIBIR-RESULTADO-DESCARGA.

       RECONSTRUIR-PREVMF.
               OPEN INPUT BACKUP-PREVISAO.
               IF WS-BK-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PREVBKP ' WS-BK-STATUS
                   EXIT PARAGRAPH
               END-IF.
               READ BACKUP-PREVISAO INTO IMAGEM-BACKUP
                   AT END MOVE 'S' TO WS-FIM-ARQUIVO
               END-READ.
               IF FIM-ARQUIVO-SIM
                  OR BK-TIPO NOT = 'H'
                  OR BK-ARQUIVO NOT = 'PREVMF'
                   DISPLAY '** IMAGEM INVALIDA PARA PREVMF **'
                   CLOSE BACKUP-PREVISAO
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY 'IMAGEM GERADA EM ' BK-DATA-GERACAO.
               OPEN OUTPUT PREVISAO-FILE.
               IF WS-PV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO RECRIAR PREVMF '
                           WS-PV-STATUS
                   CLOSE BACKUP-PREVISAO
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'N' TO WS-TEM-RODAPE.
               PERFORM UNTIL FIM-ARQUIVO-SIM OR TEM-RODAPE-SIM
                   READ BACKUP-PREVISAO INTO IMAGEM-BACKUP
                       AT END MOVE 'S' TO WS-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO-SIM
                       EVALUATE BK-TIPO
                           WHEN 'D'
                               MOVE BK-DADOS
                                   TO PREVISAO-RECORD
                               WRITE PREVISAO-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** CHAVE DUPLICADA '
                                               PV-CHAVE ' **'
                               END-WRITE
                               IF WS-PV-STATUS = '00'
                                   ADD 1 TO WS-CONTAGEM
                                   ADD PV-PREVISTO TO WS-HASH
                                 ELSE
                                   IF WS-PV-STATUS NOT = '22'
                                       ADD 1 TO WS-FALHAS
                                       DISPLAY '** ERRO AO GRAVAR '
                                               WS-PV-STATUS ' **'
                                   END-IF
                               END-IF
                           WHEN 'T'
                               MOVE 'S' TO WS-TEM-RODAPE
                               MOVE BK-TOT-REGISTROS
                                   TO WS-TRL-CONTAGEM
                               MOVE BK-TOT-VALOR TO WS-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-FALHAS
                               DISPLAY '** TIPO INVALIDO NA'
                                       ' IMAGEM: ' BK-TIPO ' **'
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               CLOSE PREVISAO-FILE.
               CLOSE BACKUP-PREVISAO.
               PERFORM VERIFICAR-RECONSTRUCAO.
