       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLMUL01.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina batch de multas de transito - le as notificacoes
      *          de infracao recebidas (MULTAS.txt), localiza o veiculo
      *          pela PLACA, identifica o cliente pela janela de locacao
      *          do HISTORICO ou pela locacao em aberto no ALUGUEL,
      *          emite fatura com a taxa administrativa, gera a carta de
      *          indicacao de condutor (INDICACAO-9999.txt) e lista as
      *          multas sem condutor identificado em EXCMULTAS.txt
      * Tectonics: cobc
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS ASSIGN TO
       'PARAMETROS.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-P.

       SELECT VEICULOS ASSIGN TO ARQUIVO-VEICULOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-VEICULOS-ID
       ALTERNATE RECORD KEY IS ARQ-VEICULOS-PLACA
           WITH DUPLICATES
       FILE STATUS AS-STATUS-V.

       SELECT CLIENTES ASSIGN TO ARQUIVO-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-CLIENTES-ID
       ALTERNATE RECORD KEY IS ARQ-CLIENTES-CPF
           WITH DUPLICATES
       FILE STATUS AS-STATUS-C.

       SELECT ALUGUEL ASSIGN TO ARQUIVO-ALUGUEL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-A.

       SELECT HISTORICO ASSIGN TO ARQUIVO-HISTORICO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-H.

       SELECT TRANSFERENCIAS ASSIGN TO ARQUIVO-TRANSF
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-X.

       SELECT FATURAS ASSIGN TO ARQUIVO-FATURAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-F.

       SELECT MULTAS ASSIGN TO ARQUIVO-MULTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-M.

       SELECT MULTASREG ASSIGN TO ARQUIVO-MULTASREG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-MR.

       SELECT EXCMULTAS ASSIGN TO ARQUIVO-EXCMULTAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E.

       SELECT INDICACAO ASSIGN TO ARQUIVO-INDICACAO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-IN.

       SELECT CNH ASSIGN TO ARQUIVO-CNH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CN.

       SELECT ALUGCOND ASSIGN TO ARQUIVO-ALUGCOND
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AC.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-PARAMETROS                   PIC X(200).

       FD VEICULOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-ID              PIC X(04).
           05 ARQ-VEICULOS-MODELO          PIC X(20).
           05 ARQ-VEICULOS-MARCA           PIC X(100).
           05 ARQ-VEICULOS-ANO             PIC X(04).
           05 ARQ-VEICULOS-PLACA           PIC X(20).
           05 ARQ-VEICULOS-CATEGORIA       PIC X(20).
           05 ARQ-VEICULOS-TIPO            PIC X(20).
           05 ARQ-VEICULOS-ESTADO          PIC X(20).
           05 ARQ-VEICULOS-VALOR-COMPRA    PIC X(15).
           05 ARQ-VEICULOS-VALOR-DIARIA    PIC X(05).
           05 ARQ-VEICULOS-MANUT-MOTIVO    PIC X(40).
           05 ARQ-VEICULOS-MANUT-DATA      PIC X(08).
           05 ARQ-VEICULOS-FILIAL          PIC X(02).
           05 ARQ-VEICULOS-KM-ATUAL        PIC 9(07).
           05 ARQ-VEICULOS-COMB-ATUAL      PIC 9(03).
           05 ARQ-VEICULOS-KM-REVISAO      PIC 9(07).
           05 ARQ-VEICULOS-FIM             PIC X(002).

       FD CLIENTES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-CLIENTES.
           05 ARQ-CLIENTES-ID              PIC X(04).
           05 ARQ-CLIENTES-NOME            PIC X(20).
           05 ARQ-CLIENTES-SOBRENOME       PIC X(80).
           05 ARQ-CLIENTES-RG              PIC X(12).
           05 ARQ-CLIENTES-CPF             PIC X(20).
           05 ARQ-CLIENTES-ENDERECO        PIC X(200).
           05 ARQ-CLIENTES-FILIAL          PIC X(02).
           05 ARQ-CLIENTES-SITUACAO        PIC X(01).
               88 ARQ-CLIENTES-INATIVO         VALUE 'I'.
           05 ARQ-CLIENTES-FIM             PIC X(001).

       FD ALUGUEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-ALUGUEL                      PIC X(64).
       01 FILLER REDEFINES ARQ-ALUGUEL.
           05 ARQ-ALUGUEL-DIAS             PIC 9(03).
           05 ARQ-ALUGUEL-VALOR            PIC 9(05),99.
           05 ARQ-ALUGUEL-DATA             PIC X(12).
           05 ARQ-ALUGUEL-CLIENTE          PIC 9(04).
           05 ARQ-ALUGUEL-VEICULO          PIC 9(04).
           05 ARQ-ALUGUEL-FILIAL           PIC X(02).
           05 ARQ-ALUGUEL-KM-SAIDA         PIC 9(07).
           05 ARQ-ALUGUEL-COMB-SAIDA       PIC 9(03).
           05 ARQ-ALUGUEL-PRECO-FIXO       PIC X(01).
           05 ARQ-ALUGUEL-PLANO            PIC X(02).
           05 ARQ-ALUGUEL-PLANO-DIARIA     PIC 9(05)V99.
           05 ARQ-ALUGUEL-FRANQUIA         PIC 9(07)V99.
           05 ARQ-CLIENTES-FIM             PIC X(002).

       FD HISTORICO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-HISTORICO                    PIC X(87).
       01 FILLER REDEFINES ARQ-HISTORICO.
           05 ARQ-HISTORICO-VEICULO        PIC 9(04).
           05 ARQ-HISTORICO-CLIENTE        PIC 9(04).
           05 ARQ-HISTORICO-DATA-LOC       PIC 9(08).
           05 ARQ-HISTORICO-DATA-DEV       PIC 9(08).
           05 ARQ-HISTORICO-DIAS-PREV      PIC 9(03).
           05 ARQ-HISTORICO-DIAS-REAIS     PIC 9(03).
           05 ARQ-HISTORICO-TOTAL          PIC 9(07)V99.
           05 ARQ-HISTORICO-ATRASO         PIC X(01).
               88 ARQ-HISTORICO-ATRASADO       VALUE 'S'.
           05 ARQ-HISTORICO-FILIAL         PIC X(02).
           05 ARQ-HISTORICO-KM-SAIDA       PIC 9(07).
           05 ARQ-HISTORICO-KM-RETORNO     PIC 9(07).
           05 ARQ-HISTORICO-COMB-SAIDA     PIC 9(03).
           05 ARQ-HISTORICO-COMB-RETORNO   PIC 9(03).
           05 ARQ-HISTORICO-CONTA          PIC 9(04).
           05 ARQ-HISTORICO-FATURADO       PIC X(01).
               88 ARQ-HISTORICO-JA-FATURADO    VALUE 'S'.
           05 ARQ-HISTORICO-FILIAL-RETIRADA
                                            PIC X(02).
           05 ARQ-HISTORICO-TAXA-RETORNO   PIC 9(05)V99.
           05 ARQ-HISTORICO-PROTECAO       PIC 9(07)V99.
           05 ARQ-HISTORICO-FIM            PIC X(002).

       FD TRANSFERENCIAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-TRANSF                       PIC X(31).
       01 FILLER REDEFINES ARQ-TRANSF.
           05 ARQ-TRANSF-ID                PIC 9(04).
           05 ARQ-TRANSF-VEICULO           PIC 9(04).
           05 ARQ-TRANSF-ORIGEM            PIC X(02).
           05 ARQ-TRANSF-DESTINO           PIC X(02).
           05 ARQ-TRANSF-ENVIO             PIC 9(08).
           05 ARQ-TRANSF-CHEGADA           PIC 9(08).
           05 ARQ-TRANSF-STATUS            PIC X(01).
               88 ARQ-TRANSF-TRANSITO          VALUE 'T'.
               88 ARQ-TRANSF-CONCLUIDA         VALUE 'C'.
           05 ARQ-TRANSF-FIM               PIC X(002).

       FD FATURAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-FATURAS                      PIC X(92).
       01 FILLER REDEFINES ARQ-FATURAS.
           05 ARQ-FATURAS-ID               PIC 9(04).
           05 ARQ-FATURAS-CLIENTE          PIC 9(04).
           05 ARQ-FATURAS-VEICULO          PIC 9(04).
           05 ARQ-FATURAS-TOTAL            PIC 9(07)V99.
           05 ARQ-FATURAS-EMISSAO          PIC 9(08).
           05 ARQ-FATURAS-VENCIMENTO       PIC 9(08).
           05 ARQ-FATURAS-STATUS           PIC X(01).
               88 ARQ-FATURAS-ABERTA           VALUE 'A'.
               88 ARQ-FATURAS-PAGA             VALUE 'P'.
               88 ARQ-FATURAS-CANCELADA        VALUE 'C'.
           05 ARQ-FATURAS-PAGAMENTO        PIC 9(08).
           05 ARQ-FATURAS-FILIAL           PIC X(02).
           05 ARQ-FATURAS-TOTAL-ORIG       PIC 9(07)V99.
           05 ARQ-FATURAS-CONTA            PIC 9(04).
           05 ARQ-FATURAS-FILIAL-RETIRADA  PIC X(02).
           05 ARQ-FATURAS-CREDITO          PIC 9(07)V99.
           05 ARQ-FATURAS-REEMBOLSO        PIC 9(07)V99.
           05 ARQ-FATURAS-ISENCAO          PIC 9(07)V99.
           05 ARQ-FATURAS-FIM              PIC X(002).

       FD MULTAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-MULTAS                       PIC X(94).
       01 FILLER REDEFINES ARQ-MULTAS.
           05 ARQ-MULTAS-AUTO              PIC X(15).
           05 ARQ-MULTAS-PLACA             PIC X(20).
           05 ARQ-MULTAS-DATA              PIC 9(08).
           05 ARQ-MULTAS-VALOR             PIC 9(07)V99.
           05 ARQ-MULTAS-DESCRICAO         PIC X(40).
           05 ARQ-MULTAS-FIM               PIC X(002).

       FD MULTASREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-MULTASREG                    PIC X(61).
       01 FILLER REDEFINES ARQ-MULTASREG.
           05 ARQ-MULTASREG-AUTO           PIC X(15).
           05 ARQ-MULTASREG-PLACA          PIC X(20).
           05 ARQ-MULTASREG-FATURA         PIC 9(04).
           05 ARQ-MULTASREG-CLIENTE        PIC 9(04).
           05 ARQ-MULTASREG-VEICULO        PIC 9(04).
           05 ARQ-MULTASREG-PROCESSADO     PIC 9(08).
           05 ARQ-MULTASREG-SITUACAO       PIC X(01).
               88 ARQ-MULTASREG-FATURADA       VALUE 'F'.
               88 ARQ-MULTASREG-EMPRESA        VALUE 'E'.
           05 ARQ-MULTASREG-FILIAL         PIC X(02).
           05 ARQ-MULTASREG-FIM            PIC X(003).

       FD EXCMULTAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXCMULTAS                    PIC X(100).
       01 FILLER REDEFINES ARQ-EXCMULTAS.
           05 ARQ-EXCMULTAS-TIPO           PIC X(20).
           05 ARQ-EXCMULTAS-AUTO           PIC X(15).
           05 ARQ-EXCMULTAS-PLACA          PIC X(20).
           05 ARQ-EXCMULTAS-DATA           PIC 9(08).
           05 ARQ-EXCMULTAS-VEICULO        PIC X(04).
           05 ARQ-EXCMULTAS-VALOR          PIC 9(07)V99.
           05 ARQ-EXCMULTAS-DESCRICAO      PIC X(24).

       FD INDICACAO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-INDICACAO                    PIC X(100).

       FD CNH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-CNH                          PIC X(27).
       01 FILLER REDEFINES ARQ-CNH.
           05 ARQ-CNH-CLIENTE              PIC 9(04).
           05 ARQ-CNH-NUMERO               PIC X(11).
           05 ARQ-CNH-CATEGORIA            PIC X(02).
           05 ARQ-CNH-VALIDADE             PIC 9(08).
           05 ARQ-CNH-FIM                  PIC X(002).

       FD ALUGCOND
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-ALUGCOND                     PIC X(38).
       01 FILLER REDEFINES ARQ-ALUGCOND.
           05 ARQ-ALUGCOND-VEICULO         PIC 9(04).
           05 ARQ-ALUGCOND-CLIENTE         PIC 9(04).
           05 ARQ-ALUGCOND-DATA-LOC        PIC 9(08).
           05 ARQ-ALUGCOND-CONDUTOR        PIC 9(04).
           05 ARQ-ALUGCOND-CNH             PIC X(11).
           05 ARQ-ALUGCOND-TAXA            PIC 9(03)V99.
           05 ARQ-ALUGCOND-FIM             PIC X(002).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 AS-STATUS-P                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-V                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-C                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-A                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-H                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-X                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-F                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-M                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MR                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-IN                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CN                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AC                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-VEICULOS                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-CLIENTES                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-ALUGUEL                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-HISTORICO                PIC X(256) VALUE SPACES.
       01 ARQUIVO-TRANSF                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-FATURAS                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-MULTAS                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-MULTASREG                PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXCMULTAS                PIC X(256) VALUE SPACES.
       01 ARQUIVO-INDICACAO                PIC X(256) VALUE SPACES.
       01 ARQUIVO-CNH                      PIC X(256) VALUE SPACES.
       01 ARQUIVO-ALUGCOND                 PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.
       01 PARAM-IDX                        PIC 9(03) VALUE ZEROS.
       01 PARAM-INI                        PIC 9(03) VALUE ZEROS.
       01 PARAM-TRIM                       PIC X(180) VALUE SPACES.

       01 PARAM-TAXA-MULTA                 PIC 9(03)V99 VALUE 50.00.
       01 PARAM-TAXA-TXT                   PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES PARAM-TAXA-TXT.
           05 PARAM-TAXA-REAIS             PIC 9(03).
           05 FILLER                       PIC X(01).
           05 PARAM-TAXA-CENT              PIC 9(02).

       01 LOOP-LISTA                       PIC 9(01) VALUE ZEROS.
       01 LOOP-MULTAS                      PIC 9(01) VALUE ZEROS.

       01 HOJE-YYYYMMDD                    PIC 9(08) VALUE ZEROS.
       01 HOJE-INTEGER                     PIC S9(09) VALUE ZEROS.

       01 MUL-PROX-FATURA                  PIC 9(04) VALUE ZEROS.
       01 MUL-VENC-INT                     PIC S9(09) VALUE ZEROS.

       01 MUL-REG-QTDE                     PIC 9(04) VALUE ZEROS.
       01 MUL-REG-IDX                      PIC 9(04) VALUE ZEROS.
       01 MUL-REG-ACHADO                   PIC 9(04) VALUE ZEROS.
       01 MUL-REG-TAB.
           05 MUL-REG OCCURS 500 TIMES.
               10 MUL-REG-AUTO             PIC X(15).
               10 MUL-REG-FATURA           PIC 9(04).
               10 MUL-REG-CLIENTE          PIC 9(04).
               10 MUL-REG-VEICULO          PIC 9(04).
               10 MUL-REG-SITUACAO         PIC X(01).
       01 MUL-REG-OK                       PIC X(01) VALUE 'N'.
           88 MUL-REG-OK-SIM               VALUE 'S'.
           88 MUL-REG-OK-NAO               VALUE 'N'.

       01 MUL-FAT-TAB.
           05 MUL-FAT OCCURS 9999 TIMES.
               10 MUL-FAT-CLIENTE          PIC 9(04).
               10 MUL-FAT-VEICULO          PIC 9(04).

       01 MUL-DUPLICADA                    PIC X(01) VALUE 'N'.
           88 MUL-DUPLICADA-SIM            VALUE 'S'.
           88 MUL-DUPLICADA-NAO            VALUE 'N'.
       01 MUL-REFATURAR                    PIC X(01) VALUE 'N'.
           88 MUL-REFATURAR-SIM            VALUE 'S'.
           88 MUL-REFATURAR-NAO            VALUE 'N'.
       01 MUL-VEIC-ACHOU                   PIC X(01) VALUE 'N'.
           88 MUL-VEIC-ACHOU-SIM           VALUE 'S'.
           88 MUL-VEIC-ACHOU-NAO           VALUE 'N'.
       01 MUL-IDENTIFICADO                 PIC X(01) VALUE 'N'.
           88 MUL-IDENTIFICADO-SIM         VALUE 'S'.
           88 MUL-IDENTIFICADO-NAO         VALUE 'N'.
       01 MUL-EM-TRANSITO                  PIC X(01) VALUE 'N'.
           88 MUL-EM-TRANSITO-SIM          VALUE 'S'.
           88 MUL-EM-TRANSITO-NAO          VALUE 'N'.

       01 MUL-VEICULO                      PIC 9(04) VALUE ZEROS.
       01 MUL-VEIC-ESTADO                  PIC X(20) VALUE SPACES.
       01 MUL-VEIC-MANUT-DATA              PIC X(08) VALUE SPACES.
       01 MUL-VEIC-FILIAL                  PIC X(02) VALUE SPACES.
       01 MUL-VEIC-MODELO                  PIC X(20) VALUE SPACES.
       01 MUL-CLIENTE                      PIC 9(04) VALUE ZEROS.
       01 MUL-CONTA                        PIC 9(04) VALUE ZEROS.
       01 MUL-FILIAL                       PIC X(02) VALUE SPACES.
       01 MUL-FILIAL-RETIRADA              PIC X(02) VALUE SPACES.
       01 MUL-DATA-LOC                     PIC 9(08) VALUE ZEROS.
       01 MUL-DATA-DEV                     PIC 9(08) VALUE ZEROS.
       01 MUL-ORIGEM                       PIC X(09) VALUE SPACES.
       01 MUL-TOTAL                        PIC 9(07)V99 VALUE ZEROS.

       01 MUL-ALUG-AAAAMMDD                PIC X(08) VALUE SPACES.
       01 MUL-ALUG-DATA-NUM REDEFINES MUL-ALUG-AAAAMMDD
                                            PIC 9(08).

       01 MUL-QTDE-LIDAS                   PIC 9(04) VALUE ZEROS.
       01 MUL-QTDE-FATURADAS               PIC 9(04) VALUE ZEROS.
       01 MUL-QTDE-REFATURADAS             PIC 9(04) VALUE ZEROS.
       01 MUL-QTDE-EXCECOES                PIC 9(04) VALUE ZEROS.

       01 MUL-FATURA-TXT                   PIC 9(04) VALUE ZEROS.
       01 MUL-CNH-NUMERO                   PIC X(11) VALUE SPACES.
       01 MUL-CNH-CATEGORIA                PIC X(02) VALUE SPACES.
       01 MUL-CNH-VALIDADE                 PIC 9(08) VALUE ZEROS.
       01 MUL-QTDE-COND                    PIC 9(02) VALUE ZEROS.
       01 MUL-COND-NOME                    PIC X(20) VALUE SPACES.
       01 MUL-COND-SOBRENOME               PIC X(40) VALUE SPACES.
       01 MUL-LINHA                        PIC X(100) VALUE SPACES.

       01 VAL-FMT-NUM                      PIC 9(09)V99 VALUE ZEROS.
       01 FILLER REDEFINES VAL-FMT-NUM.
           05 VAL-FMT-REAIS                PIC X(09).
           05 VAL-FMT-CENT                 PIC X(02).
       01 VAL-FMT-TXT                      PIC X(12) VALUE SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 1000-CALCULAR-PROXIMA-FATURA.
           PERFORM 1010-CARREGAR-REGISTRO.
           PERFORM 2000-PROCESSAR-MULTAS.
           PERFORM 4000-FINALIZAR.

       0010-CARREGAR-PARAMETROS             SECTION.

           MOVE SPACES TO PARAM-DIRETORIO

           OPEN INPUT PARAMETROS
           IF AS-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO PARAMETROS.txt NAO ENCONTRADO'
               DISPLAY 'CRIE O ARQUIVO NO DIRETORIO DO PROGRAMA COM'
               DISPLAY 'A LINHA: DIRETORIO-DADOS <pasta de dados>'
               STOP RUN
           END-IF

           MOVE 0 TO LOOP-LISTA
           PERFORM UNTIL LOOP-LISTA = 1
               READ PARAMETROS
               IF AS-STATUS-P NOT EQUAL ZEROS
                   MOVE 1 TO LOOP-LISTA
               ELSE
                   EVALUATE TRUE
                   WHEN ARQ-PARAMETROS (1:16) EQUAL
                       'DIRETORIO-DADOS '
                       MOVE ARQ-PARAMETROS (17:180) TO
                           PARAM-DIRETORIO
                   WHEN ARQ-PARAMETROS (1:11) EQUAL
                       'TAXA-MULTA '
                       MOVE ARQ-PARAMETROS (12:6) TO PARAM-TAXA-TXT
                       IF PARAM-TAXA-TXT (1:3) IS NUMERIC AND
                           PARAM-TAXA-TXT (4:1) EQUAL ',' AND
                           PARAM-TAXA-TXT (5:2) IS NUMERIC
                           COMPUTE PARAM-TAXA-MULTA =
                               PARAM-TAXA-REAIS +
                               PARAM-TAXA-CENT / 100
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS

           IF PARAM-DIRETORIO EQUAL SPACES
               DISPLAY 'PARAMETRO DIRETORIO-DADOS AUSENTE OU VAZIO'
               DISPLAY 'EM PARAMETROS.txt - PROGRAMA ENCERRADO'
               STOP RUN
           END-IF

           MOVE ZEROS TO PARAM-INI
           PERFORM VARYING PARAM-IDX FROM 1 BY 1
               UNTIL PARAM-IDX > 180
               OR PARAM-INI > ZEROS
               IF PARAM-DIRETORIO (PARAM-IDX:1) NOT EQUAL SPACE
                   MOVE PARAM-IDX TO PARAM-INI
               END-IF
           END-PERFORM
           IF PARAM-INI > 1
               MOVE PARAM-DIRETORIO (PARAM-INI:) TO PARAM-TRIM
               MOVE PARAM-TRIM TO PARAM-DIRETORIO
           END-IF

           MOVE ZEROS TO PARAM-DIR-LEN
           PERFORM VARYING PARAM-IDX FROM 180 BY -1
               UNTIL PARAM-IDX < 1
               OR PARAM-DIR-LEN > ZEROS
               IF PARAM-DIRETORIO (PARAM-IDX:1) NOT EQUAL SPACE
                   MOVE PARAM-IDX TO PARAM-DIR-LEN
               END-IF
           END-PERFORM

           IF PARAM-DIRETORIO (PARAM-DIR-LEN:1) NOT EQUAL '\'
               AND PARAM-DIRETORIO (PARAM-DIR-LEN:1) NOT EQUAL '/'
               IF PARAM-DIR-LEN >= 180
                   DISPLAY 'PARAMETRO DIRETORIO-DADOS MUITO LONGO'
                   DISPLAY 'PROGRAMA ENCERRADO'
                   STOP RUN
               END-IF
               ADD 1 TO PARAM-DIR-LEN
               MOVE '\' TO PARAM-DIRETORIO (PARAM-DIR-LEN:1)
           END-IF

           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'VEICULOS.dat'
               DELIMITED BY SIZE INTO ARQUIVO-VEICULOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CLIENTES.dat'
               DELIMITED BY SIZE INTO ARQUIVO-CLIENTES
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ALUGUEL.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ALUGUEL
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'HISTORICO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-HISTORICO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'TRANSFERENCIAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-TRANSF
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'FATURAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-FATURAS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'MULTAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-MULTAS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'MULTASREG.txt'
               DELIMITED BY SIZE INTO ARQUIVO-MULTASREG
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXCMULTAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXCMULTAS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CNH.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CNH
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ALUGCOND.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ALUGCOND

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE HOJE-INTEGER = FUNCTION INTEGER-OF-DATE
               (HOJE-YYYYMMDD)

           .
       0010-CARREGAR-PARAMETROS-FIM.
           EXIT.

       1000-CALCULAR-PROXIMA-FATURA         SECTION.

           MOVE ZEROS TO MUL-PROX-FATURA
           INITIALIZE MUL-FAT-TAB
           OPEN INPUT FATURAS
           IF AS-STATUS-F EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ FATURAS
                   IF AS-STATUS-F NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-FATURAS-ID > MUL-PROX-FATURA
                           MOVE ARQ-FATURAS-ID TO MUL-PROX-FATURA
                       END-IF
                       IF ARQ-FATURAS-ID > ZEROS
                           MOVE ARQ-FATURAS-CLIENTE TO
                               MUL-FAT-CLIENTE (ARQ-FATURAS-ID)
                           MOVE ARQ-FATURAS-VEICULO TO
                               MUL-FAT-VEICULO (ARQ-FATURAS-ID)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURAS
           END-IF

           .
       1000-CALCULAR-PROXIMA-FATURA-FIM.
           EXIT.

       1010-CARREGAR-REGISTRO               SECTION.

           MOVE ZEROS TO MUL-REG-QTDE
           OPEN INPUT MULTASREG
           IF AS-STATUS-MR EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ MULTASREG
                   IF AS-STATUS-MR NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       PERFORM 1020-GUARDAR-REGISTRO
                       IF MUL-REG-ACHADO EQUAL ZEROS
                           DISPLAY 'AVISO: LIMITE DE 500 AUTOS '
                               'REGISTRADOS ATINGIDO - VERIFICACAO '
                               'DE DUPLICIDADE INCOMPLETA'
                           MOVE 1 TO LOOP-LISTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MULTASREG
           END-IF

           .
       1010-CARREGAR-REGISTRO-FIM.
           EXIT.

       1020-GUARDAR-REGISTRO                SECTION.

           MOVE ZEROS TO MUL-REG-ACHADO
           PERFORM VARYING MUL-REG-IDX FROM 1 BY 1
               UNTIL MUL-REG-IDX > MUL-REG-QTDE
               OR MUL-REG-ACHADO > ZEROS
               IF MUL-REG-AUTO (MUL-REG-IDX) EQUAL ARQ-MULTASREG-AUTO
                   MOVE MUL-REG-IDX TO MUL-REG-ACHADO
               END-IF
           END-PERFORM

           IF MUL-REG-ACHADO EQUAL ZEROS
               AND MUL-REG-QTDE < 500
               ADD 1 TO MUL-REG-QTDE
               MOVE MUL-REG-QTDE TO MUL-REG-ACHADO
           END-IF

           IF MUL-REG-ACHADO > ZEROS
               MOVE ARQ-MULTASREG-AUTO TO MUL-REG-AUTO (MUL-REG-ACHADO)
               MOVE ARQ-MULTASREG-FATURA TO
                   MUL-REG-FATURA (MUL-REG-ACHADO)
               MOVE ARQ-MULTASREG-CLIENTE TO
                   MUL-REG-CLIENTE (MUL-REG-ACHADO)
               MOVE ARQ-MULTASREG-VEICULO TO
                   MUL-REG-VEICULO (MUL-REG-ACHADO)
               MOVE ARQ-MULTASREG-SITUACAO TO
                   MUL-REG-SITUACAO (MUL-REG-ACHADO)
           END-IF

           .
       1020-GUARDAR-REGISTRO-FIM.
           EXIT.

       2000-PROCESSAR-MULTAS                SECTION.

           OPEN INPUT MULTAS
           IF AS-STATUS-M NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO MULTAS.txt NAO ENCONTRADO - '
                   'NENHUMA MULTA PROCESSADA'
           ELSE
               OPEN OUTPUT EXCMULTAS
               IF AS-STATUS-E NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ARQUIVO DE EXCECOES DE '
                       'MULTAS'
                   CLOSE MULTAS
               ELSE
                   OPEN INPUT VEICULOS
                   IF AS-STATUS-V NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO ABRIR ARQUIVO DE VEICULOS'
                   ELSE
                       MOVE 0 TO LOOP-MULTAS
                       PERFORM UNTIL LOOP-MULTAS = 1
                           READ MULTAS
                           IF AS-STATUS-M NOT EQUAL ZEROS
                               MOVE 1 TO LOOP-MULTAS
                           ELSE
                               ADD 1 TO MUL-QTDE-LIDAS
                               PERFORM 2100-TRATAR-MULTA
                           END-IF
                       END-PERFORM
                       CLOSE VEICULOS
                   END-IF
                   CLOSE EXCMULTAS
                   CLOSE MULTAS
               END-IF
           END-IF

           .
       2000-PROCESSAR-MULTAS-FIM.
           EXIT.

       2100-TRATAR-MULTA                    SECTION.

           MOVE 'N' TO MUL-DUPLICADA
           MOVE 'N' TO MUL-REFATURAR
           MOVE ZEROS TO MUL-REG-ACHADO
           PERFORM VARYING MUL-REG-IDX FROM 1 BY 1
               UNTIL MUL-REG-IDX > MUL-REG-QTDE
               IF MUL-REG-AUTO (MUL-REG-IDX) EQUAL ARQ-MULTAS-AUTO
                   MOVE MUL-REG-IDX TO MUL-REG-ACHADO
               END-IF
           END-PERFORM

           IF MUL-REG-ACHADO > ZEROS
               MOVE 'S' TO MUL-DUPLICADA
               IF MUL-REG-SITUACAO (MUL-REG-ACHADO) EQUAL 'F'
                   IF MUL-REG-FATURA (MUL-REG-ACHADO) EQUAL ZEROS
                       MOVE 'S' TO MUL-REFATURAR
                   ELSE
                       IF MUL-FAT-CLIENTE
                           (MUL-REG-FATURA (MUL-REG-ACHADO)) NOT EQUAL
                           MUL-REG-CLIENTE (MUL-REG-ACHADO)
                           OR MUL-FAT-VEICULO
                           (MUL-REG-FATURA (MUL-REG-ACHADO)) NOT EQUAL
                           MUL-REG-VEICULO (MUL-REG-ACHADO)
                           MOVE 'S' TO MUL-REFATURAR
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MUL-REFATURAR-SIM
               MOVE 'N' TO MUL-DUPLICADA
               DISPLAY 'AUTO ' ARQ-MULTAS-AUTO ' REGISTRADO SEM FATURA '
                   'EMITIDA - FATURANDO'
           END-IF

           MOVE 'N' TO MUL-VEIC-ACHOU
           MOVE 'N' TO MUL-IDENTIFICADO
           MOVE ZEROS TO MUL-VEICULO
           IF MUL-DUPLICADA-NAO
               AND ARQ-MULTAS-DATA IS NUMERIC
               AND ARQ-MULTAS-DATA > ZEROS
               MOVE ARQ-MULTAS-PLACA TO ARQ-VEICULOS-PLACA
               READ VEICULOS KEY IS ARQ-VEICULOS-PLACA
               IF AS-STATUS-V EQUAL ZEROS
                   MOVE 'S' TO MUL-VEIC-ACHOU
                   MOVE ARQ-VEICULOS-ID TO MUL-VEICULO
                   MOVE ARQ-VEICULOS-ESTADO TO MUL-VEIC-ESTADO
                   MOVE ARQ-VEICULOS-MANUT-DATA TO
                       MUL-VEIC-MANUT-DATA
                   MOVE ARQ-VEICULOS-FILIAL TO MUL-VEIC-FILIAL
                   MOVE ARQ-VEICULOS-MODELO TO MUL-VEIC-MODELO
                   PERFORM 2110-BUSCAR-HISTORICO
                   IF MUL-IDENTIFICADO-NAO
                       PERFORM 2120-BUSCAR-ALUGUEL
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO ARQ-EXCMULTAS
           MOVE ARQ-MULTAS-AUTO TO ARQ-EXCMULTAS-AUTO
           MOVE ARQ-MULTAS-PLACA TO ARQ-EXCMULTAS-PLACA
           MOVE ARQ-MULTAS-DATA TO ARQ-EXCMULTAS-DATA
           MOVE ARQ-MULTAS-VALOR TO ARQ-EXCMULTAS-VALOR

           EVALUATE TRUE
           WHEN MUL-DUPLICADA-SIM
               MOVE 'AUTO JA PROCESSADO' TO ARQ-EXCMULTAS-TIPO
               MOVE 'NAO REFATURADO' TO ARQ-EXCMULTAS-DESCRICAO
               PERFORM 2900-GRAVAR-EXCECAO
           WHEN ARQ-MULTAS-DATA IS NOT NUMERIC
               OR ARQ-MULTAS-DATA EQUAL ZEROS
               MOVE 'DATA INVALIDA' TO ARQ-EXCMULTAS-TIPO
               MOVE 'CONFERIR NOTIFICACAO' TO ARQ-EXCMULTAS-DESCRICAO
               PERFORM 2900-GRAVAR-EXCECAO
           WHEN MUL-VEIC-ACHOU-NAO
               MOVE 'PLACA NAO CADASTRADA' TO ARQ-EXCMULTAS-TIPO
               MOVE 'VEICULO FORA DA FROTA' TO ARQ-EXCMULTAS-DESCRICAO
               PERFORM 2900-GRAVAR-EXCECAO
           WHEN MUL-IDENTIFICADO-NAO
               MOVE MUL-VEICULO TO ARQ-EXCMULTAS-VEICULO
               PERFORM 2130-CLASSIFICAR-EXCECAO
               PERFORM 2900-GRAVAR-EXCECAO
               PERFORM 2400-REGISTRAR-MULTA
           WHEN OTHER
               PERFORM 2400-REGISTRAR-MULTA
               IF MUL-REG-OK-SIM
                   PERFORM 2200-EMITIR-FATURA
                   IF ARQ-FATURAS-ID > ZEROS
                       PERFORM 2300-GERAR-INDICACAO
                   END-IF
               END-IF
           END-EVALUATE

           .
       2100-TRATAR-MULTA-FIM.
           EXIT.

       2110-BUSCAR-HISTORICO                SECTION.

           OPEN INPUT HISTORICO
           IF AS-STATUS-H EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ HISTORICO
                   IF AS-STATUS-H NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-HISTORICO-VEICULO EQUAL MUL-VEICULO
                           AND ARQ-HISTORICO-DATA-LOC <=
                               ARQ-MULTAS-DATA
                           AND ARQ-HISTORICO-DATA-DEV >=
                               ARQ-MULTAS-DATA
                           MOVE 'S' TO MUL-IDENTIFICADO
                           MOVE ARQ-HISTORICO-CLIENTE TO MUL-CLIENTE
                           MOVE ARQ-HISTORICO-CONTA TO MUL-CONTA
                           MOVE ARQ-HISTORICO-FILIAL TO MUL-FILIAL
                           MOVE ARQ-HISTORICO-FILIAL-RETIRADA TO
                               MUL-FILIAL-RETIRADA
                           MOVE ARQ-HISTORICO-DATA-LOC TO
                               MUL-DATA-LOC
                           MOVE ARQ-HISTORICO-DATA-DEV TO
                               MUL-DATA-DEV
                           MOVE 'HISTORICO' TO MUL-ORIGEM
                           MOVE 1 TO LOOP-LISTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF

           .
       2110-BUSCAR-HISTORICO-FIM.
           EXIT.

       2120-BUSCAR-ALUGUEL                  SECTION.

           OPEN INPUT ALUGUEL
           IF AS-STATUS-A EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ALUGUEL
                   IF AS-STATUS-A NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-ALUGUEL-VEICULO EQUAL MUL-VEICULO
                           MOVE SPACES TO MUL-ALUG-AAAAMMDD
                           STRING ARQ-ALUGUEL-DATA (7:4)
                               ARQ-ALUGUEL-DATA (4:2)
                               ARQ-ALUGUEL-DATA (1:2)
                               DELIMITED BY SIZE
                               INTO MUL-ALUG-AAAAMMDD
                           IF MUL-ALUG-AAAAMMDD IS NUMERIC
                               AND MUL-ALUG-DATA-NUM <=
                                   ARQ-MULTAS-DATA
                               MOVE 'S' TO MUL-IDENTIFICADO
                               MOVE ARQ-ALUGUEL-CLIENTE TO
                                   MUL-CLIENTE
                               MOVE ZEROS TO MUL-CONTA
                               MOVE ARQ-ALUGUEL-FILIAL TO MUL-FILIAL
                               MOVE ARQ-ALUGUEL-FILIAL TO
                                   MUL-FILIAL-RETIRADA
                               MOVE MUL-ALUG-DATA-NUM TO
                                   MUL-DATA-LOC
                               MOVE ZEROS TO MUL-DATA-DEV
                               MOVE 'ALUGUEL' TO MUL-ORIGEM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALUGUEL
           END-IF

           .
       2120-BUSCAR-ALUGUEL-FIM.
           EXIT.

       2130-CLASSIFICAR-EXCECAO             SECTION.

           MOVE 'N' TO MUL-EM-TRANSITO
           OPEN INPUT TRANSFERENCIAS
           IF AS-STATUS-X EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ TRANSFERENCIAS
                   IF AS-STATUS-X NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-TRANSF-VEICULO EQUAL MUL-VEICULO
                           AND ARQ-TRANSF-ENVIO <= ARQ-MULTAS-DATA
                           IF ARQ-TRANSF-TRANSITO
                               OR ARQ-TRANSF-CHEGADA >=
                                   ARQ-MULTAS-DATA
                               MOVE 'S' TO MUL-EM-TRANSITO
                               MOVE 1 TO LOOP-LISTA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF

           EVALUATE TRUE
           WHEN MUL-EM-TRANSITO-SIM
               MOVE 'VEICULO EM TRANSITO' TO ARQ-EXCMULTAS-TIPO
               MOVE 'TRANSFERENCIA ENTRE FILIAIS' TO
                   ARQ-EXCMULTAS-DESCRICAO
           WHEN MUL-VEIC-ESTADO EQUAL 'Manutencao'
               AND MUL-VEIC-MANUT-DATA IS NUMERIC
               AND MUL-VEIC-MANUT-DATA <= ARQ-MULTAS-DATA
               MOVE 'VEICULO EM MANUTENCAO' TO ARQ-EXCMULTAS-TIPO
               MOVE 'DESDE ' TO ARQ-EXCMULTAS-DESCRICAO
               MOVE MUL-VEIC-MANUT-DATA TO
                   ARQ-EXCMULTAS-DESCRICAO (7:8)
           WHEN OTHER
               MOVE 'VEICULO OCIOSO' TO ARQ-EXCMULTAS-TIPO
               MOVE 'SEM LOCACAO NA DATA' TO ARQ-EXCMULTAS-DESCRICAO
           END-EVALUATE

           .
       2130-CLASSIFICAR-EXCECAO-FIM.
           EXIT.

       2200-EMITIR-FATURA                   SECTION.

           ADD 1 TO MUL-PROX-FATURA
           COMPUTE MUL-TOTAL = ARQ-MULTAS-VALOR + PARAM-TAXA-MULTA
               ON SIZE ERROR MOVE ARQ-MULTAS-VALOR TO MUL-TOTAL
           END-COMPUTE

           MOVE SPACES TO ARQ-FATURAS
           MOVE MUL-PROX-FATURA TO ARQ-FATURAS-ID
           MOVE MUL-CLIENTE TO ARQ-FATURAS-CLIENTE
           MOVE MUL-VEICULO TO ARQ-FATURAS-VEICULO
           MOVE MUL-TOTAL TO ARQ-FATURAS-TOTAL
           MOVE HOJE-YYYYMMDD TO ARQ-FATURAS-EMISSAO
           COMPUTE MUL-VENC-INT = HOJE-INTEGER + 30
           COMPUTE ARQ-FATURAS-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER (MUL-VENC-INT)
           MOVE 'A' TO ARQ-FATURAS-STATUS
           MOVE ZEROS TO ARQ-FATURAS-PAGAMENTO
           IF MUL-FILIAL EQUAL SPACES
               MOVE MUL-VEIC-FILIAL TO MUL-FILIAL
           END-IF
           MOVE MUL-FILIAL TO ARQ-FATURAS-FILIAL
           MOVE MUL-TOTAL TO ARQ-FATURAS-TOTAL-ORIG
           MOVE MUL-CONTA TO ARQ-FATURAS-CONTA
           IF MUL-FILIAL-RETIRADA EQUAL SPACES
               MOVE MUL-FILIAL TO MUL-FILIAL-RETIRADA
           END-IF
           MOVE MUL-FILIAL-RETIRADA TO ARQ-FATURAS-FILIAL-RETIRADA
           MOVE ZEROS TO ARQ-FATURAS-CREDITO
                         ARQ-FATURAS-REEMBOLSO
                         ARQ-FATURAS-ISENCAO
           MOVE SPACES TO ARQ-FATURAS-FIM

           OPEN EXTEND FATURAS
           IF AS-STATUS-F EQUAL 35
               OPEN OUTPUT FATURAS
           END-IF
           IF AS-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE FATURAS - AUTO '
                   ARQ-MULTAS-AUTO ' SERA FATURADO NA PROXIMA EXECUCAO'
               SUBTRACT 1 FROM MUL-PROX-FATURA
               MOVE ZEROS TO ARQ-FATURAS-ID
           ELSE
               WRITE ARQ-FATURAS
               CLOSE FATURAS
               MOVE MUL-CLIENTE TO MUL-FAT-CLIENTE (ARQ-FATURAS-ID)
               MOVE MUL-VEICULO TO MUL-FAT-VEICULO (ARQ-FATURAS-ID)
               ADD 1 TO MUL-QTDE-FATURADAS
               IF MUL-REFATURAR-SIM
                   ADD 1 TO MUL-QTDE-REFATURADAS
               END-IF
               DISPLAY 'AUTO ' ARQ-MULTAS-AUTO ' FATURA '
                   ARQ-FATURAS-ID ' CLIENTE ' MUL-CLIENTE
           END-IF

           .
       2200-EMITIR-FATURA-FIM.
           EXIT.

       2300-GERAR-INDICACAO                 SECTION.

           MOVE SPACES TO ARQ-CLIENTES
           OPEN INPUT CLIENTES
           IF AS-STATUS-C EQUAL ZEROS
               MOVE MUL-CLIENTE TO ARQ-CLIENTES-ID
               READ CLIENTES
               IF AS-STATUS-C NOT EQUAL ZEROS
                   MOVE SPACES TO ARQ-CLIENTES
                   MOVE 'CLIENTE NAO CADASTRADO' TO
                       ARQ-CLIENTES-NOME
               END-IF
               CLOSE CLIENTES
           END-IF

           MOVE ARQ-FATURAS-ID TO MUL-FATURA-TXT
           MOVE SPACES TO ARQUIVO-INDICACAO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'INDICACAO-' MUL-FATURA-TXT '.txt'
               DELIMITED BY SIZE INTO ARQUIVO-INDICACAO

           OPEN OUTPUT INDICACAO
           IF AS-STATUS-IN NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GERAR INDICACAO DO AUTO '
                   ARQ-MULTAS-AUTO
           ELSE
               MOVE 'INDICACAO DE CONDUTOR INFRATOR' TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'DATA DE EMISSAO     : ' HOJE-YYYYMMDD
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'AUTO DE INFRACAO    : ' ARQ-MULTAS-AUTO
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'DATA DA INFRACAO    : ' ARQ-MULTAS-DATA
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'INFRACAO            : ' ARQ-MULTAS-DESCRICAO
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'VEICULO             : ' MUL-VEICULO ' '
                   MUL-VEIC-MODELO ' PLACA ' ARQ-MULTAS-PLACA
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               IF MUL-DATA-DEV > ZEROS
                   STRING 'PERIODO DA LOCACAO  : ' MUL-DATA-LOC
                       ' A ' MUL-DATA-DEV
                       DELIMITED BY SIZE INTO MUL-LINHA
               ELSE
                   STRING 'PERIODO DA LOCACAO  : ' MUL-DATA-LOC
                       ' EM ANDAMENTO'
                       DELIMITED BY SIZE INTO MUL-LINHA
               END-IF
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE 'CONDUTOR LOCATARIO' TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'CLIENTE             : ' MUL-CLIENTE ' '
                   ARQ-CLIENTES-NOME ' ' ARQ-CLIENTES-SOBRENOME
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'RG                  : ' ARQ-CLIENTES-RG
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               STRING 'CPF                 : ' ARQ-CLIENTES-CPF
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE ARQ-CLIENTES-ENDERECO (1:100) TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               PERFORM 2320-BUSCAR-CNH
               MOVE SPACES TO MUL-LINHA
               STRING 'CNH                 : ' MUL-CNH-NUMERO
                   ' CATEGORIA ' MUL-CNH-CATEGORIA
                   ' VALIDADE ' MUL-CNH-VALIDADE
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               PERFORM 2330-LISTAR-CONDUTORES
               MOVE SPACES TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE ARQ-MULTAS-VALOR TO VAL-FMT-NUM
               PERFORM 3200-FORMATAR-VALOR
               MOVE SPACES TO MUL-LINHA
               STRING 'VALOR DA MULTA      : ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE PARAM-TAXA-MULTA TO VAL-FMT-NUM
               PERFORM 3200-FORMATAR-VALOR
               MOVE SPACES TO MUL-LINHA
               STRING 'TAXA ADMINISTRATIVA : ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE ARQ-FATURAS-TOTAL TO VAL-FMT-NUM
               PERFORM 3200-FORMATAR-VALOR
               MOVE SPACES TO MUL-LINHA
               STRING 'FATURA ' MUL-FATURA-TXT
                   '         : ' VAL-FMT-TXT
                   ' VENCIMENTO ' ARQ-FATURAS-VENCIMENTO
                   DELIMITED BY SIZE INTO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE 'DECLARO SER O CONDUTOR DO VEICULO NA DATA DA '
                   TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE 'INFRACAO E ASSUMO A RESPONSABILIDADE PELA '
                   TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE 'PONTUACAO JUNTO AO ORGAO DE TRANSITO.'
                   TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE SPACES TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE '______________________________' TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               MOVE 'ASSINATURA DO CONDUTOR' TO MUL-LINHA
               PERFORM 2310-GRAVAR-LINHA
               CLOSE INDICACAO
           END-IF

           .
       2300-GERAR-INDICACAO-FIM.
           EXIT.

       2310-GRAVAR-LINHA                    SECTION.

           MOVE MUL-LINHA TO ARQ-INDICACAO
           WRITE ARQ-INDICACAO

           .
       2310-GRAVAR-LINHA-FIM.
           EXIT.

       2320-BUSCAR-CNH                      SECTION.

           MOVE 'NAO REGISTRADA' TO MUL-CNH-NUMERO
           MOVE SPACES TO MUL-CNH-CATEGORIA
           MOVE ZEROS TO MUL-CNH-VALIDADE

           OPEN INPUT CNH
           IF AS-STATUS-CN EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CNH
                   IF AS-STATUS-CN NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-CNH-CLIENTE EQUAL MUL-CLIENTE
                           MOVE ARQ-CNH-NUMERO TO MUL-CNH-NUMERO
                           MOVE ARQ-CNH-CATEGORIA TO
                               MUL-CNH-CATEGORIA
                           MOVE ARQ-CNH-VALIDADE TO MUL-CNH-VALIDADE
                           MOVE 1 TO LOOP-LISTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNH
           END-IF

           .
       2320-BUSCAR-CNH-FIM.
           EXIT.

       2330-LISTAR-CONDUTORES               SECTION.

           MOVE ZEROS TO MUL-QTDE-COND

           OPEN INPUT ALUGCOND
           IF AS-STATUS-AC EQUAL ZEROS
               OPEN INPUT CLIENTES
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ALUGCOND
                   IF AS-STATUS-AC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-ALUGCOND-VEICULO EQUAL MUL-VEICULO
                           AND ARQ-ALUGCOND-CLIENTE EQUAL MUL-CLIENTE
                           AND ARQ-ALUGCOND-DATA-LOC EQUAL
                               MUL-DATA-LOC
                           IF MUL-QTDE-COND EQUAL ZEROS
                               MOVE SPACES TO MUL-LINHA
                               PERFORM 2310-GRAVAR-LINHA
                               MOVE 'CONDUTORES ADICIONAIS AUTORIZADOS'
                                   TO MUL-LINHA
                               PERFORM 2310-GRAVAR-LINHA
                           END-IF
                           ADD 1 TO MUL-QTDE-COND
                           MOVE SPACES TO MUL-COND-NOME
                                          MUL-COND-SOBRENOME
                           MOVE ARQ-ALUGCOND-CONDUTOR TO
                               ARQ-CLIENTES-ID
                           READ CLIENTES
                           IF AS-STATUS-C EQUAL ZEROS
                               MOVE ARQ-CLIENTES-NOME TO
                                   MUL-COND-NOME
                               MOVE ARQ-CLIENTES-SOBRENOME TO
                                   MUL-COND-SOBRENOME
                           END-IF
                           MOVE SPACES TO MUL-LINHA
                           STRING 'CLIENTE             : '
                               ARQ-ALUGCOND-CONDUTOR ' '
                               MUL-COND-NOME ' ' MUL-COND-SOBRENOME
                               DELIMITED BY SIZE INTO MUL-LINHA
                           PERFORM 2310-GRAVAR-LINHA
                           MOVE SPACES TO MUL-LINHA
                           STRING 'CNH                 : '
                               ARQ-ALUGCOND-CNH
                               DELIMITED BY SIZE INTO MUL-LINHA
                           PERFORM 2310-GRAVAR-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CLIENTES
               CLOSE ALUGCOND
           END-IF

           .
       2330-LISTAR-CONDUTORES-FIM.
           EXIT.

       2400-REGISTRAR-MULTA                 SECTION.

           MOVE 'N' TO MUL-REG-OK
           MOVE SPACES TO ARQ-MULTASREG
           MOVE ARQ-MULTAS-AUTO TO ARQ-MULTASREG-AUTO
           MOVE ARQ-MULTAS-PLACA TO ARQ-MULTASREG-PLACA
           MOVE MUL-VEICULO TO ARQ-MULTASREG-VEICULO
           MOVE HOJE-YYYYMMDD TO ARQ-MULTASREG-PROCESSADO
           IF MUL-IDENTIFICADO-SIM
               COMPUTE ARQ-MULTASREG-FATURA = MUL-PROX-FATURA + 1
               MOVE MUL-CLIENTE TO ARQ-MULTASREG-CLIENTE
               MOVE 'F' TO ARQ-MULTASREG-SITUACAO
               MOVE MUL-FILIAL TO ARQ-MULTASREG-FILIAL
               IF ARQ-MULTASREG-FILIAL EQUAL SPACES
                   MOVE MUL-VEIC-FILIAL TO ARQ-MULTASREG-FILIAL
               END-IF
           ELSE
               MOVE ZEROS TO ARQ-MULTASREG-FATURA
               MOVE ZEROS TO ARQ-MULTASREG-CLIENTE
               MOVE 'E' TO ARQ-MULTASREG-SITUACAO
               MOVE MUL-VEIC-FILIAL TO ARQ-MULTASREG-FILIAL
           END-IF

           OPEN EXTEND MULTASREG
           IF AS-STATUS-MR EQUAL 35
               OPEN OUTPUT MULTASREG
           END-IF
           IF AS-STATUS-MR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR REGISTRO DE MULTAS - AUTO '
                   ARQ-MULTAS-AUTO ' NAO FATURADO'
           ELSE
               WRITE ARQ-MULTASREG
               CLOSE MULTASREG
               MOVE 'S' TO MUL-REG-OK
               PERFORM 1020-GUARDAR-REGISTRO
           END-IF

           .
       2400-REGISTRAR-MULTA-FIM.
           EXIT.

       2900-GRAVAR-EXCECAO                  SECTION.

           WRITE ARQ-EXCMULTAS
           ADD 1 TO MUL-QTDE-EXCECOES

           .
       2900-GRAVAR-EXCECAO-FIM.
           EXIT.

       3200-FORMATAR-VALOR                  SECTION.

           MOVE SPACES TO VAL-FMT-TXT
           STRING VAL-FMT-REAIS ',' VAL-FMT-CENT
               DELIMITED BY SIZE INTO VAL-FMT-TXT

           .
       3200-FORMATAR-VALOR-FIM.
           EXIT.

       4000-FINALIZAR                       SECTION.

           DISPLAY '-------------------------------------'
           DISPLAY 'PROCESSAMENTO DE MULTAS CONCLUIDO'
           DISPLAY 'MULTAS LIDAS        ' MUL-QTDE-LIDAS
           DISPLAY 'MULTAS FATURADAS    ' MUL-QTDE-FATURADAS
           IF MUL-QTDE-REFATURADAS > ZEROS
               DISPLAY 'FATURAS REEMITIDAS  ' MUL-QTDE-REFATURADAS
           END-IF
           DISPLAY 'EXCECOES            ' MUL-QTDE-EXCECOES
           DISPLAY '-------------------------------------'

           STOP RUN
           .
       4000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLMUL01.
