       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLEXP01.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina batch de exportacao contabil - gera EXPFAT.txt,
      *          EXPPAG.txt, EXPREC.txt, EXPCRED.txt e EXPDEP.txt com o
      *          mesmo layout da exportacao do menu de Relatorios. O
      *          periodo e o dia anterior, ou o informado no parametro
      *          EXPORTA-PERIODO AAAAMMDD AAAAMMDD. Registra a execucao
      *          em CONTROLE.txt; um periodo ja exportado pela rotina
      *          diaria nao e exportado de novo
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

       SELECT FATURAS ASSIGN TO ARQUIVO-FATURAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-F.

       SELECT HISTORICO ASSIGN TO ARQUIVO-HISTORICO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-H.

       SELECT NOTASCRED ASSIGN TO ARQUIVO-NOTASCRED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-NC.

       SELECT EXPFAT ASSIGN TO ARQUIVO-EXPFAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E1.

       SELECT EXPPAG ASSIGN TO ARQUIVO-EXPPAG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E2.

       SELECT EXPREC ASSIGN TO ARQUIVO-EXPREC
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E3.

       SELECT EXPCRED ASSIGN TO ARQUIVO-EXPCRED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E4.

       SELECT DEPRECIACAO ASSIGN TO ARQUIVO-DEPRECIACAO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-DP.

       SELECT EXPDEP ASSIGN TO ARQUIVO-EXPDEP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E5.

       SELECT CONTROLE ASSIGN TO ARQUIVO-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CT.

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

       FD NOTASCRED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-NOTASCRED                    PIC X(48).
       01 FILLER REDEFINES ARQ-NOTASCRED.
           05 ARQ-NOTASCRED-ID             PIC 9(04).
           05 ARQ-NOTASCRED-FATURA         PIC 9(04).
           05 ARQ-NOTASCRED-CLIENTE        PIC 9(04).
           05 ARQ-NOTASCRED-CONTA          PIC 9(04).
           05 ARQ-NOTASCRED-TIPO           PIC X(01).
               88 ARQ-NOTASCRED-ABATIMENTO     VALUE 'A'.
               88 ARQ-NOTASCRED-CANCELAMENTO   VALUE 'C'.
               88 ARQ-NOTASCRED-REEMBOLSO      VALUE 'R'.
               88 ARQ-NOTASCRED-ISENCAO        VALUE 'I'.
           05 ARQ-NOTASCRED-VALOR          PIC 9(07)V99.
           05 ARQ-NOTASCRED-MOTIVO         PIC X(02).
           05 ARQ-NOTASCRED-OPERADOR       PIC X(08).
           05 ARQ-NOTASCRED-DATA           PIC 9(08).
           05 ARQ-NOTASCRED-FILIAL         PIC X(02).
           05 ARQ-NOTASCRED-FIM            PIC X(002).

       FD EXPFAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPFAT                       PIC X(100).

       FD EXPPAG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPPAG                       PIC X(100).

       FD EXPREC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPREC                       PIC X(100).

       FD EXPCRED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPCRED                      PIC X(100).

       FD DEPRECIACAO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-DEPREC                       PIC X(110).
       01 FILLER REDEFINES ARQ-DEPREC.
           05 ARQ-DEPREC-TIPO              PIC X(01).
               88 ARQ-DEPREC-MENSAL            VALUE 'D'.
               88 ARQ-DEPREC-VENDA             VALUE 'V'.
           05 ARQ-DEPREC-DATA              PIC 9(08).
           05 ARQ-DEPREC-COMPETENCIA       PIC 9(06).
           05 ARQ-DEPREC-VEICULO           PIC 9(04).
           05 ARQ-DEPREC-FILIAL            PIC X(02).
           05 ARQ-DEPREC-CATEGORIA         PIC X(20).
           05 ARQ-DEPREC-CUSTO             PIC 9(09)V99.
           05 ARQ-DEPREC-VALOR             PIC 9(09)V99.
           05 ARQ-DEPREC-ACUMULADA         PIC 9(09)V99.
           05 ARQ-DEPREC-CONTABIL          PIC 9(09)V99.
           05 ARQ-DEPREC-RESULTADO         PIC 9(09)V99.
           05 ARQ-DEPREC-SINAL             PIC X(01).
           05 ARQ-DEPREC-KM                PIC 9(07).
           05 ARQ-DEPREC-CLIENTE           PIC 9(04).
           05 ARQ-DEPREC-FIM               PIC X(002).

       FD EXPDEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPDEP                       PIC X(120).

       FD CONTROLE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-CONTROLE                     PIC X(66).
       01 FILLER REDEFINES ARQ-CONTROLE.
           05 ARQ-CONTROLE-PROGRAMA        PIC X(08).
           05 ARQ-CONTROLE-DATA            PIC 9(08).
           05 ARQ-CONTROLE-HORA            PIC 9(06).
           05 ARQ-CONTROLE-SITUACAO        PIC X(01).
               88 ARQ-CONTROLE-INICIADO        VALUE 'I'.
               88 ARQ-CONTROLE-CONCLUIDO       VALUE 'C'.
               88 ARQ-CONTROLE-PULADO          VALUE 'P'.
               88 ARQ-CONTROLE-ERRO            VALUE 'E'.
           05 ARQ-CONTROLE-LIDOS           PIC 9(07).
           05 ARQ-CONTROLE-GRAVADOS        PIC 9(07).
           05 ARQ-CONTROLE-RC              PIC 9(03).
           05 ARQ-CONTROLE-CHAVE           PIC X(24).
           05 ARQ-CONTROLE-FIM             PIC X(002).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 AS-STATUS-P                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-V                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-F                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-H                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NC                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E1                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E2                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E3                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E4                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DP                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E5                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-VEICULOS                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-FATURAS                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-HISTORICO                PIC X(256) VALUE SPACES.
       01 ARQUIVO-NOTASCRED                PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPFAT                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPPAG                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPREC                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPCRED                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-DEPRECIACAO              PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPDEP                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-CONTROLE                 PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.
       01 PARAM-IDX                        PIC 9(03) VALUE ZEROS.
       01 PARAM-INI                        PIC 9(03) VALUE ZEROS.
       01 PARAM-TRIM                       PIC X(180) VALUE SPACES.

       01 PARAM-PERIODO                    PIC X(17) VALUE SPACES.
       01 FILLER REDEFINES PARAM-PERIODO.
           05 PARAM-PERIODO-INI            PIC X(08).
           05 FILLER                       PIC X(01).
           05 PARAM-PERIODO-FIM            PIC X(08).
       01 PARAM-PERIODO-INFORMADO          PIC X(01) VALUE 'N'.
           88 PARAM-PERIODO-INFORMADO-SIM  VALUE 'S'.
           88 PARAM-PERIODO-INFORMADO-NAO  VALUE 'N'.

       01 LOOP-LISTA                       PIC 9(01) VALUE ZEROS.

       01 HOJE-YYYYMMDD                    PIC 9(08) VALUE ZEROS.
       01 HOJE-INTEGER                     PIC S9(09) VALUE ZEROS.

       01 EXP-INI-AAAAMMDD                 PIC 9(08) VALUE ZEROS.
       01 EXP-FIM-AAAAMMDD                 PIC 9(08) VALUE ZEROS.
       01 EXP-QT-LIDOS                     PIC 9(07) VALUE ZEROS.
       01 EXP-QT-FAT                       PIC 9(04) VALUE ZEROS.
       01 EXP-TOT-FAT                      PIC 9(09)V99 VALUE ZEROS.
       01 EXP-QT-PAG                       PIC 9(04) VALUE ZEROS.
       01 EXP-TOT-PAG                      PIC 9(09)V99 VALUE ZEROS.
       01 EXP-QT-REC                       PIC 9(04) VALUE ZEROS.
       01 EXP-TOT-REC                      PIC 9(09)V99 VALUE ZEROS.
       01 EXP-TOT-PROT                     PIC 9(09)V99 VALUE ZEROS.
       01 EXP-RECEITA-LOC                  PIC 9(07)V99 VALUE ZEROS.
       01 EXP-PROT-TXT                     PIC X(12) VALUE SPACES.
       01 EXP-QT-CRED                      PIC 9(04) VALUE ZEROS.
       01 EXP-TOT-CRED                     PIC 9(09)V99 VALUE ZEROS.
       01 EXP-QT-DEP                       PIC 9(04) VALUE ZEROS.
       01 EXP-TOT-DEP                      PIC 9(09)V99 VALUE ZEROS.
       01 EXP-QT-BAIXA                     PIC 9(04) VALUE ZEROS.
       01 EXP-TOT-BAIXA                    PIC 9(09)V99 VALUE ZEROS.
       01 EXP-CUSTO-TXT                    PIC X(12) VALUE SPACES.
       01 EXP-VALOR-TXT                    PIC X(12) VALUE SPACES.
       01 EXP-ACUM-TXT                     PIC X(12) VALUE SPACES.
       01 EXP-RESULT-TXT                   PIC X(13) VALUE SPACES.
       01 EXP-VALOR-FAT                    PIC 9(07)V99 VALUE ZEROS.
       01 EXP-CATEGORIA                    PIC X(20) VALUE SPACES.
       01 EXP-ACHOU                        PIC X(01) VALUE 'N'.
           88 EXP-ACHOU-SIM                VALUE 'S'.
           88 EXP-ACHOU-NAO                VALUE 'N'.
       01 EXP-REC-QTDE                     PIC 9(03) VALUE ZEROS.
       01 EXP-REC-IDX                      PIC 9(03) VALUE ZEROS.
       01 EXP-REC-TAB.
           05 EXP-REC OCCURS 100 TIMES.
               10 EXP-REC-FILIAL           PIC X(02).
               10 EXP-REC-CATEGORIA        PIC X(20).
               10 EXP-REC-LOC              PIC 9(04).
               10 EXP-REC-TOTAL            PIC 9(09)V99.
               10 EXP-REC-PROTECAO         PIC 9(09)V99.

       01 CTL-PROGRAMA                     PIC X(08) VALUE 'CBLEXP01'.
       01 CTL-SITUACAO                     PIC X(01) VALUE SPACES.
       01 CTL-CHAVE                        PIC X(24) VALUE SPACES.
       01 CTL-LIDOS                        PIC 9(07) VALUE ZEROS.
       01 CTL-GRAVADOS                     PIC 9(07) VALUE ZEROS.
       01 CTL-ULTIMA                       PIC X(01) VALUE SPACES.
           88 CTL-ULTIMA-CONCLUIDA         VALUE 'C'.
           88 CTL-ULTIMA-INTERROMPIDA      VALUE 'I' 'E'.
       01 CTL-ULTIMA-DATA                  PIC 9(08) VALUE ZEROS.
       01 CTL-HORA-COMPLETA                PIC X(08) VALUE SPACES.

       01 VAL-FMT-NUM                      PIC 9(09)V99 VALUE ZEROS.
       01 FILLER REDEFINES VAL-FMT-NUM.
           05 VAL-FMT-REAIS                PIC X(09).
           05 VAL-FMT-CENT                 PIC X(02).
       01 VAL-FMT-TXT                      PIC X(12) VALUE SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 0020-VERIFICAR-CONTROLE.
           PERFORM 1000-ABRIR-EXPORTACAO.
           PERFORM 2000-EXPORTAR-FATURAS.
           PERFORM 2100-EXPORTAR-RECEITA.
           PERFORM 2200-EXPORTAR-NOTAS-CREDITO.
           PERFORM 2250-EXPORTAR-DEPRECIACAO.
           PERFORM 2300-GRAVAR-RECEITA.
           PERFORM 4000-FINALIZAR.

       0010-CARREGAR-PARAMETROS             SECTION.

           MOVE SPACES TO PARAM-DIRETORIO

           OPEN INPUT PARAMETROS
           IF AS-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO PARAMETROS.txt NAO ENCONTRADO'
               DISPLAY 'CRIE O ARQUIVO NO DIRETORIO DO PROGRAMA COM'
               DISPLAY 'A LINHA: DIRETORIO-DADOS <pasta de dados>'
               MOVE 16 TO RETURN-CODE
               GOBACK
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
                   WHEN ARQ-PARAMETROS (1:16) EQUAL
                       'EXPORTA-PERIODO '
                       IF ARQ-PARAMETROS (17:17) NOT EQUAL SPACES
                           MOVE ARQ-PARAMETROS (17:17) TO
                               PARAM-PERIODO
                           MOVE 'S' TO PARAM-PERIODO-INFORMADO
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE PARAMETROS

           IF PARAM-DIRETORIO EQUAL SPACES
               DISPLAY 'PARAMETRO DIRETORIO-DADOS AUSENTE OU VAZIO'
               DISPLAY 'EM PARAMETROS.txt - PROGRAMA ENCERRADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
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
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO PARAM-DIR-LEN
               MOVE '\' TO PARAM-DIRETORIO (PARAM-DIR-LEN:1)
           END-IF

           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'VEICULOS.dat'
               DELIMITED BY SIZE INTO ARQUIVO-VEICULOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'FATURAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-FATURAS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'HISTORICO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-HISTORICO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'NOTASCRED.txt'
               DELIMITED BY SIZE INTO ARQUIVO-NOTASCRED
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPFAT.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPFAT
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPPAG.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPPAG
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPREC.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPREC
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPCRED.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPCRED
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'DEPRECIACAO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DEPRECIACAO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPDEP.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPDEP
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CONTROLE.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CONTROLE

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE HOJE-INTEGER = FUNCTION INTEGER-OF-DATE
               (HOJE-YYYYMMDD)

           IF PARAM-PERIODO-INFORMADO-SIM
               IF PARAM-PERIODO-INI IS NOT NUMERIC
                   OR PARAM-PERIODO-FIM IS NOT NUMERIC
                   OR PARAM-PERIODO-FIM < PARAM-PERIODO-INI
                   DISPLAY 'PARAMETRO EXPORTA-PERIODO INVALIDO - '
                       'INFORME AAAAMMDD AAAAMMDD'
                   DISPLAY 'PROGRAMA ENCERRADO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PARAM-PERIODO-INI TO EXP-INI-AAAAMMDD
               MOVE PARAM-PERIODO-FIM TO EXP-FIM-AAAAMMDD
           ELSE
               COMPUTE EXP-INI-AAAAMMDD = FUNCTION DATE-OF-INTEGER
                   (HOJE-INTEGER - 1)
               MOVE EXP-INI-AAAAMMDD TO EXP-FIM-AAAAMMDD
           END-IF

           MOVE SPACES TO CTL-CHAVE
           STRING EXP-INI-AAAAMMDD EXP-FIM-AAAAMMDD
               DELIMITED BY SIZE INTO CTL-CHAVE

           .
       0010-CARREGAR-PARAMETROS-FIM.
           EXIT.

       0020-VERIFICAR-CONTROLE              SECTION.

           MOVE SPACES TO CTL-ULTIMA

           OPEN INPUT CONTROLE
           IF AS-STATUS-CT EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CONTROLE
                   IF AS-STATUS-CT NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-CONTROLE-PROGRAMA EQUAL CTL-PROGRAMA
                           AND ARQ-CONTROLE-CHAVE EQUAL CTL-CHAVE
                           AND NOT ARQ-CONTROLE-PULADO
                           AND NOT CTL-ULTIMA-CONCLUIDA
                           MOVE ARQ-CONTROLE-SITUACAO TO CTL-ULTIMA
                           MOVE ARQ-CONTROLE-DATA TO CTL-ULTIMA-DATA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROLE
           END-IF

           IF CTL-ULTIMA-CONCLUIDA
               IF PARAM-PERIODO-INFORMADO-NAO
                   DISPLAY 'PERIODO ' EXP-INI-AAAAMMDD ' A '
                       EXP-FIM-AAAAMMDD ' JA EXPORTADO EM '
                       CTL-ULTIMA-DATA ' - NADA A FAZER'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'P' TO CTL-SITUACAO
                   PERFORM 0030-GRAVAR-CONTROLE
                   GOBACK
               END-IF
               DISPLAY 'PERIODO JA EXPORTADO EM ' CTL-ULTIMA-DATA
                   ' - REEXPORTANDO PELO PARAMETRO EXPORTA-PERIODO'
           END-IF

           IF CTL-ULTIMA-INTERROMPIDA
               DISPLAY 'EXPORTACAO DO PERIODO INICIADA EM '
                   CTL-ULTIMA-DATA ' NAO FOI CONCLUIDA - REFAZENDO'
           END-IF

           MOVE 'I' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           .
       0020-VERIFICAR-CONTROLE-FIM.
           EXIT.

       0030-GRAVAR-CONTROLE                 SECTION.

           ACCEPT CTL-HORA-COMPLETA FROM TIME

           OPEN EXTEND CONTROLE
           IF AS-STATUS-CT EQUAL 35
               OPEN OUTPUT CONTROLE
           END-IF
           IF AS-STATUS-CT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONTROLE'
           ELSE
               MOVE SPACES TO ARQ-CONTROLE
               MOVE CTL-PROGRAMA TO ARQ-CONTROLE-PROGRAMA
               MOVE HOJE-YYYYMMDD TO ARQ-CONTROLE-DATA
               MOVE CTL-HORA-COMPLETA (1:6) TO ARQ-CONTROLE-HORA
               MOVE CTL-SITUACAO TO ARQ-CONTROLE-SITUACAO
               MOVE CTL-LIDOS TO ARQ-CONTROLE-LIDOS
               MOVE CTL-GRAVADOS TO ARQ-CONTROLE-GRAVADOS
               MOVE RETURN-CODE TO ARQ-CONTROLE-RC
               MOVE CTL-CHAVE TO ARQ-CONTROLE-CHAVE
               MOVE SPACES TO ARQ-CONTROLE-FIM
               WRITE ARQ-CONTROLE
               CLOSE CONTROLE
           END-IF

           .
       0030-GRAVAR-CONTROLE-FIM.
           EXIT.

       1000-ABRIR-EXPORTACAO                SECTION.

           OPEN OUTPUT EXPFAT
           IF AS-STATUS-E1 NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR EXPFAT.txt'
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT EXPPAG
           IF AS-STATUS-E2 NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR EXPPAG.txt'
               CLOSE EXPFAT
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT EXPREC
           IF AS-STATUS-E3 NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR EXPREC.txt'
               CLOSE EXPFAT
               CLOSE EXPPAG
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT EXPCRED
           IF AS-STATUS-E4 NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR EXPCRED.txt'
               CLOSE EXPFAT
               CLOSE EXPPAG
               CLOSE EXPREC
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT EXPDEP
           IF AS-STATUS-E5 NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR EXPDEP.txt'
               CLOSE EXPFAT
               CLOSE EXPPAG
               CLOSE EXPREC
               CLOSE EXPCRED
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           MOVE SPACES TO ARQ-EXPFAT
           STRING 'FATURA;CLIENTE;CONTA;FILIAL;EMISSAO;'
               'VENCIMENTO;STATUS;VALOR'
               DELIMITED BY SIZE INTO ARQ-EXPFAT
           WRITE ARQ-EXPFAT
           MOVE 'FATURA;CLIENTE;CONTA;FILIAL;PAGAMENTO;VALOR' TO
               ARQ-EXPPAG
           WRITE ARQ-EXPPAG
           MOVE 'FILIAL;CATEGORIA;LOCACOES;RECEITA;PROTECAO' TO
               ARQ-EXPREC
           WRITE ARQ-EXPREC
           MOVE SPACES TO ARQ-EXPCRED
           STRING 'NOTA;FATURA;CLIENTE;CONTA;FILIAL;DATA;TIPO;'
               'MOTIVO;OPERADOR;VALOR'
               DELIMITED BY SIZE INTO ARQ-EXPCRED
           WRITE ARQ-EXPCRED
           MOVE SPACES TO ARQ-EXPDEP
           STRING 'TIPO;DATA;COMPETENCIA;VEICULO;FILIAL;CATEGORIA;'
               'CLIENTE;CUSTO;VALOR;ACUMULADA;CONTABIL;RESULTADO'
               DELIMITED BY SIZE INTO ARQ-EXPDEP
           WRITE ARQ-EXPDEP

           .
       1000-ABRIR-EXPORTACAO-FIM.
           EXIT.

       2000-EXPORTAR-FATURAS                SECTION.

           OPEN INPUT FATURAS
           IF AS-STATUS-F EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ FATURAS
                   IF AS-STATUS-F NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO EXP-QT-LIDOS
                       IF ARQ-FATURAS-EMISSAO >= EXP-INI-AAAAMMDD
                           AND ARQ-FATURAS-EMISSAO <=
                               EXP-FIM-AAAAMMDD
                           MOVE ARQ-FATURAS-TOTAL TO EXP-VALOR-FAT
                           IF ARQ-FATURAS-CREDITO IS NUMERIC
                               ADD ARQ-FATURAS-CREDITO TO
                                   EXP-VALOR-FAT
                           END-IF
                           IF ARQ-FATURAS-ISENCAO IS NUMERIC
                               ADD ARQ-FATURAS-ISENCAO TO
                                   EXP-VALOR-FAT
                           END-IF
                           ADD 1 TO EXP-QT-FAT
                           ADD EXP-VALOR-FAT TO EXP-TOT-FAT
                           MOVE EXP-VALOR-FAT TO VAL-FMT-NUM
                           PERFORM 3000-FORMATAR-VALOR
                           MOVE SPACES TO ARQ-EXPFAT
                           STRING ARQ-FATURAS-ID ';'
                               ARQ-FATURAS-CLIENTE ';'
                               ARQ-FATURAS-CONTA ';'
                               ARQ-FATURAS-FILIAL ';'
                               ARQ-FATURAS-EMISSAO ';'
                               ARQ-FATURAS-VENCIMENTO ';'
                               ARQ-FATURAS-STATUS ';'
                               VAL-FMT-TXT
                               DELIMITED BY SIZE INTO ARQ-EXPFAT
                           WRITE ARQ-EXPFAT
                       END-IF
                       IF ARQ-FATURAS-PAGA
                           AND ARQ-FATURAS-PAGAMENTO >=
                               EXP-INI-AAAAMMDD
                           AND ARQ-FATURAS-PAGAMENTO <=
                               EXP-FIM-AAAAMMDD
                           ADD 1 TO EXP-QT-PAG
                           ADD ARQ-FATURAS-TOTAL TO EXP-TOT-PAG
                           MOVE ARQ-FATURAS-TOTAL TO VAL-FMT-NUM
                           PERFORM 3000-FORMATAR-VALOR
                           MOVE SPACES TO ARQ-EXPPAG
                           STRING ARQ-FATURAS-ID ';'
                               ARQ-FATURAS-CLIENTE ';'
                               ARQ-FATURAS-CONTA ';'
                               ARQ-FATURAS-FILIAL ';'
                               ARQ-FATURAS-PAGAMENTO ';'
                               VAL-FMT-TXT
                               DELIMITED BY SIZE INTO ARQ-EXPPAG
                           WRITE ARQ-EXPPAG
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURAS
           END-IF

           .
       2000-EXPORTAR-FATURAS-FIM.
           EXIT.

       2100-EXPORTAR-RECEITA                SECTION.

           MOVE ZEROS TO EXP-REC-QTDE

           OPEN INPUT HISTORICO
           IF AS-STATUS-H EQUAL ZEROS
               OPEN INPUT VEICULOS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ HISTORICO
                   IF AS-STATUS-H NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO EXP-QT-LIDOS
                       IF ARQ-HISTORICO-DATA-DEV >=
                           EXP-INI-AAAAMMDD
                           AND ARQ-HISTORICO-DATA-DEV <=
                               EXP-FIM-AAAAMMDD
                           IF ARQ-HISTORICO-PROTECAO IS NOT NUMERIC
                               MOVE ZEROS TO ARQ-HISTORICO-PROTECAO
                           END-IF
                           COMPUTE EXP-RECEITA-LOC =
                               ARQ-HISTORICO-TOTAL -
                               ARQ-HISTORICO-PROTECAO
                           ADD 1 TO EXP-QT-REC
                           ADD EXP-RECEITA-LOC TO EXP-TOT-REC
                           ADD ARQ-HISTORICO-PROTECAO TO EXP-TOT-PROT
                           MOVE 'DESCONHECIDA' TO EXP-CATEGORIA
                           IF AS-STATUS-V EQUAL ZEROS
                               MOVE ARQ-HISTORICO-VEICULO TO
                                   ARQ-VEICULOS-ID
                               READ VEICULOS
                               IF AS-STATUS-V EQUAL ZEROS
                                   MOVE ARQ-VEICULOS-CATEGORIA TO
                                       EXP-CATEGORIA
                               END-IF
                               MOVE ZEROS TO AS-STATUS-V
                           END-IF
                           PERFORM 2110-ACUMULAR-RECEITA
                       END-IF
                   END-IF
               END-PERFORM
               IF AS-STATUS-V EQUAL ZEROS
                   CLOSE VEICULOS
               END-IF
               CLOSE HISTORICO
           END-IF

           .
       2100-EXPORTAR-RECEITA-FIM.
           EXIT.

       2110-ACUMULAR-RECEITA                SECTION.

           MOVE 'N' TO EXP-ACHOU
           PERFORM VARYING EXP-REC-IDX FROM 1 BY 1
               UNTIL EXP-REC-IDX > EXP-REC-QTDE
               IF EXP-REC-FILIAL (EXP-REC-IDX) EQUAL
                   ARQ-HISTORICO-FILIAL
                   AND EXP-REC-CATEGORIA (EXP-REC-IDX) EQUAL
                       EXP-CATEGORIA
                   MOVE 'S' TO EXP-ACHOU
                   ADD 1 TO EXP-REC-LOC (EXP-REC-IDX)
                   ADD EXP-RECEITA-LOC TO
                       EXP-REC-TOTAL (EXP-REC-IDX)
                   ADD ARQ-HISTORICO-PROTECAO TO
                       EXP-REC-PROTECAO (EXP-REC-IDX)
               END-IF
           END-PERFORM

           IF EXP-ACHOU-NAO
               IF EXP-REC-QTDE < 100
                   ADD 1 TO EXP-REC-QTDE
                   MOVE ARQ-HISTORICO-FILIAL TO
                       EXP-REC-FILIAL (EXP-REC-QTDE)
                   MOVE EXP-CATEGORIA TO
                       EXP-REC-CATEGORIA (EXP-REC-QTDE)
                   MOVE 1 TO EXP-REC-LOC (EXP-REC-QTDE)
                   MOVE EXP-RECEITA-LOC TO
                       EXP-REC-TOTAL (EXP-REC-QTDE)
                   MOVE ARQ-HISTORICO-PROTECAO TO
                       EXP-REC-PROTECAO (EXP-REC-QTDE)
               ELSE
                   DISPLAY 'AVISO: LIMITE DE 100 COMBINACOES '
                       'FILIAL/CATEGORIA ATINGIDO - EXPORTACAO '
                       'INCOMPLETA'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           .
       2110-ACUMULAR-RECEITA-FIM.
           EXIT.

       2200-EXPORTAR-NOTAS-CREDITO          SECTION.

           OPEN INPUT NOTASCRED
           IF AS-STATUS-NC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ NOTASCRED
                   IF AS-STATUS-NC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO EXP-QT-LIDOS
                       IF ARQ-NOTASCRED-DATA >= EXP-INI-AAAAMMDD
                           AND ARQ-NOTASCRED-DATA <=
                               EXP-FIM-AAAAMMDD
                           ADD 1 TO EXP-QT-CRED
                           ADD ARQ-NOTASCRED-VALOR TO EXP-TOT-CRED
                           MOVE ARQ-NOTASCRED-VALOR TO VAL-FMT-NUM
                           PERFORM 3000-FORMATAR-VALOR
                           MOVE SPACES TO ARQ-EXPCRED
                           STRING ARQ-NOTASCRED-ID ';'
                               ARQ-NOTASCRED-FATURA ';'
                               ARQ-NOTASCRED-CLIENTE ';'
                               ARQ-NOTASCRED-CONTA ';'
                               ARQ-NOTASCRED-FILIAL ';'
                               ARQ-NOTASCRED-DATA ';'
                               ARQ-NOTASCRED-TIPO ';'
                               ARQ-NOTASCRED-MOTIVO ';'
                               ARQ-NOTASCRED-OPERADOR ';'
                               VAL-FMT-TXT
                               DELIMITED BY SIZE INTO ARQ-EXPCRED
                           WRITE ARQ-EXPCRED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTASCRED
           END-IF

           .
       2200-EXPORTAR-NOTAS-CREDITO-FIM.
           EXIT.

       2250-EXPORTAR-DEPRECIACAO            SECTION.

           OPEN INPUT DEPRECIACAO
           IF AS-STATUS-DP EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DEPRECIACAO
                   IF AS-STATUS-DP NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO EXP-QT-LIDOS
                       IF ARQ-DEPREC-DATA >= EXP-INI-AAAAMMDD
                           AND ARQ-DEPREC-DATA <= EXP-FIM-AAAAMMDD
                           PERFORM 2260-GRAVAR-DEPRECIACAO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPRECIACAO
           END-IF

           .
       2250-EXPORTAR-DEPRECIACAO-FIM.
           EXIT.

       2260-GRAVAR-DEPRECIACAO              SECTION.

           IF ARQ-DEPREC-VENDA
               ADD 1 TO EXP-QT-BAIXA
               ADD ARQ-DEPREC-VALOR TO EXP-TOT-BAIXA
           ELSE
               ADD 1 TO EXP-QT-DEP
               ADD ARQ-DEPREC-VALOR TO EXP-TOT-DEP
           END-IF

           MOVE ARQ-DEPREC-CUSTO TO VAL-FMT-NUM
           PERFORM 3000-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO EXP-CUSTO-TXT
           MOVE ARQ-DEPREC-VALOR TO VAL-FMT-NUM
           PERFORM 3000-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO EXP-VALOR-TXT
           MOVE ARQ-DEPREC-ACUMULADA TO VAL-FMT-NUM
           PERFORM 3000-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO EXP-ACUM-TXT
           MOVE ARQ-DEPREC-RESULTADO TO VAL-FMT-NUM
           PERFORM 3000-FORMATAR-VALOR
           MOVE SPACES TO EXP-RESULT-TXT
           IF ARQ-DEPREC-SINAL EQUAL '-'
               STRING '-' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO EXP-RESULT-TXT
           ELSE
               STRING '+' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO EXP-RESULT-TXT
           END-IF
           MOVE ARQ-DEPREC-CONTABIL TO VAL-FMT-NUM
           PERFORM 3000-FORMATAR-VALOR

           MOVE SPACES TO ARQ-EXPDEP
           STRING ARQ-DEPREC-TIPO ';'
               ARQ-DEPREC-DATA ';'
               ARQ-DEPREC-COMPETENCIA ';'
               ARQ-DEPREC-VEICULO ';'
               ARQ-DEPREC-FILIAL ';'
               ARQ-DEPREC-CATEGORIA ';'
               ARQ-DEPREC-CLIENTE ';'
               EXP-CUSTO-TXT ';'
               EXP-VALOR-TXT ';'
               EXP-ACUM-TXT ';'
               VAL-FMT-TXT ';'
               EXP-RESULT-TXT
               DELIMITED BY SIZE INTO ARQ-EXPDEP
           WRITE ARQ-EXPDEP

           .
       2260-GRAVAR-DEPRECIACAO-FIM.
           EXIT.

       2300-GRAVAR-RECEITA                  SECTION.

           PERFORM VARYING EXP-REC-IDX FROM 1 BY 1
               UNTIL EXP-REC-IDX > EXP-REC-QTDE
               MOVE EXP-REC-PROTECAO (EXP-REC-IDX) TO VAL-FMT-NUM
               PERFORM 3000-FORMATAR-VALOR
               MOVE VAL-FMT-TXT TO EXP-PROT-TXT
               MOVE EXP-REC-TOTAL (EXP-REC-IDX) TO VAL-FMT-NUM
               PERFORM 3000-FORMATAR-VALOR
               MOVE SPACES TO ARQ-EXPREC
               STRING EXP-REC-FILIAL (EXP-REC-IDX) ';'
                   EXP-REC-CATEGORIA (EXP-REC-IDX) ';'
                   EXP-REC-LOC (EXP-REC-IDX) ';'
                   VAL-FMT-TXT ';'
                   EXP-PROT-TXT
                   DELIMITED BY SIZE INTO ARQ-EXPREC
               WRITE ARQ-EXPREC
           END-PERFORM

           CLOSE EXPFAT
           CLOSE EXPPAG
           CLOSE EXPREC
           CLOSE EXPCRED
           CLOSE EXPDEP

           .
       2300-GRAVAR-RECEITA-FIM.
           EXIT.

       3000-FORMATAR-VALOR                  SECTION.

           MOVE SPACES TO VAL-FMT-TXT
           STRING VAL-FMT-REAIS ',' VAL-FMT-CENT
               DELIMITED BY SIZE INTO VAL-FMT-TXT

           .
       3000-FORMATAR-VALOR-FIM.
           EXIT.

       4000-FINALIZAR                       SECTION.

           DISPLAY '-------------------------------------'
           DISPLAY 'EXPORTACAO CONTABIL DE ' EXP-INI-AAAAMMDD
               ' A ' EXP-FIM-AAAAMMDD
           DISPLAY 'FATURAS EMITIDAS  ' EXP-QT-FAT
               ' TOTAL ' EXP-TOT-FAT
           DISPLAY 'PAGAMENTOS        ' EXP-QT-PAG
               ' TOTAL ' EXP-TOT-PAG
           DISPLAY 'DEVOLUCOES        ' EXP-QT-REC
               ' RECEITA ' EXP-TOT-REC
           DISPLAY 'PROTECAO          ' EXP-TOT-PROT
           DISPLAY 'NOTAS DE CREDITO  ' EXP-QT-CRED
               ' TOTAL ' EXP-TOT-CRED
           DISPLAY 'DEPRECIACAO       ' EXP-QT-DEP
               ' TOTAL ' EXP-TOT-DEP
           DISPLAY 'VENDAS DE VEICULO ' EXP-QT-BAIXA
               ' TOTAL ' EXP-TOT-BAIXA
           DISPLAY 'ARQUIVOS EXPFAT.txt EXPPAG.txt EXPREC.txt '
               'EXPCRED.txt EXPDEP.txt GERADOS'
           DISPLAY '-------------------------------------'

           MOVE EXP-QT-LIDOS TO CTL-LIDOS
           COMPUTE CTL-GRAVADOS = EXP-QT-FAT + EXP-QT-PAG +
               EXP-REC-QTDE + EXP-QT-CRED + EXP-QT-DEP + EXP-QT-BAIXA
           MOVE 'C' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           GOBACK
           .
       4000-FINALIZAR-FIM.
           EXIT.

       4900-ENCERRAR-COM-ERRO               SECTION.

           MOVE EXP-QT-LIDOS TO CTL-LIDOS
           MOVE ZEROS TO CTL-GRAVADOS
           MOVE 'E' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           DISPLAY 'EXPORTACAO ENCERRADA COM ERRO - EXECUTE NOVAMENTE '
               'APOS CORRIGIR O PROBLEMA'

           GOBACK
           .
       4900-ENCERRAR-COM-ERRO-FIM.
           EXIT.

       END PROGRAM CBLEXP01.
