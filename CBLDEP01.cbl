       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDEP01.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina batch mensal de depreciacao da frota - calcula
      *          o valor contabil de cada veiculo a partir do custo de
      *          aquisicao, da vida util e do residual da CATEGORIA
      *          (DEPRECCAT.txt) e da quilometragem rodada desde a
      *          compra, grava o lancamento do mes em DEPRECIACAO.txt
      *          e atualiza ATIVOS.txt. A competencia e o mes anterior,
      *          ou a informada no parametro DEPRECIA-COMPETENCIA
      *          AAAAMM. Registra a execucao em CONTROLE.txt; uma
      *          competencia ja depreciada nao e lancada de novo e uma
      *          execucao interrompida e retomada sem repetir
      *          lancamentos. Grava uma copia datada de ATIVOS.txt
      *          antes de regrava-lo
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

       SELECT AUDITORIA ASSIGN TO ARQUIVO-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AU.

       SELECT DEPRECCAT ASSIGN TO ARQUIVO-DEPRECCAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-DC.

       SELECT ATIVOS ASSIGN TO ARQUIVO-ATIVOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AT.

       SELECT DEPRECIACAO ASSIGN TO ARQUIVO-DEPRECIACAO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-DP.

       SELECT BACKUP ASSIGN TO ARQUIVO-BACKUP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-BK.

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

       FD AUDITORIA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-AUDITORIA                    PIC X(49).
       01 FILLER REDEFINES ARQ-AUDITORIA.
           05 ARQ-AUDITORIA-OPERADOR       PIC X(08).
           05 ARQ-AUDITORIA-FILIAL         PIC X(02).
           05 ARQ-AUDITORIA-DATA           PIC 9(08).
           05 ARQ-AUDITORIA-HORA           PIC 9(06).
           05 ARQ-AUDITORIA-OPERACAO       PIC X(15).
           05 ARQ-AUDITORIA-CLIENTE        PIC 9(04).
           05 ARQ-AUDITORIA-VEICULO        PIC 9(04).
           05 ARQ-AUDITORIA-FIM            PIC X(002).

       FD DEPRECCAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-DEPRECCAT                    PIC X(36).
       01 FILLER REDEFINES ARQ-DEPRECCAT.
           05 ARQ-DEPRECCAT-CATEGORIA      PIC X(20).
           05 ARQ-DEPRECCAT-VIDA-MESES     PIC 9(03).
           05 ARQ-DEPRECCAT-RESIDUAL       PIC 9(02)V99.
           05 ARQ-DEPRECCAT-KM-VIDA        PIC 9(07).
           05 ARQ-DEPRECCAT-FIM            PIC X(002).

       FD ATIVOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-ATIVOS                       PIC X(50).
       01 FILLER REDEFINES ARQ-ATIVOS.
           05 ARQ-ATIVOS-VEICULO           PIC 9(04).
           05 ARQ-ATIVOS-AQUISICAO         PIC 9(08).
           05 ARQ-ATIVOS-CUSTO             PIC 9(09)V99.
           05 ARQ-ATIVOS-KM-AQUISICAO      PIC 9(07).
           05 ARQ-ATIVOS-DEPREC-ACUM       PIC 9(09)V99.
           05 ARQ-ATIVOS-COMPETENCIA       PIC 9(06).
           05 ARQ-ATIVOS-SITUACAO          PIC X(01).
               88 ARQ-ATIVOS-EM-USO            VALUE 'A'.
               88 ARQ-ATIVOS-BAIXADO           VALUE 'V'.
           05 ARQ-ATIVOS-FIM               PIC X(002).

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

       FD BACKUP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-BACKUP                       PIC X(50).

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
       01 AS-STATUS-AU                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DC                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AT                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DP                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-BK                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-VEICULOS                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-AUDITORIA                PIC X(256) VALUE SPACES.
       01 ARQUIVO-DEPRECCAT                PIC X(256) VALUE SPACES.
       01 ARQUIVO-ATIVOS                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-DEPRECIACAO              PIC X(256) VALUE SPACES.
       01 ARQUIVO-BACKUP                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-CONTROLE                 PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.
       01 PARAM-IDX                        PIC 9(03) VALUE ZEROS.
       01 PARAM-INI                        PIC 9(03) VALUE ZEROS.
       01 PARAM-TRIM                       PIC X(180) VALUE SPACES.

       01 PARAM-COMPETENCIA                PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES PARAM-COMPETENCIA.
           05 PARAM-COMP-ANO               PIC X(04).
           05 PARAM-COMP-MES               PIC X(02).
       01 PARAM-COMPETENCIA-INFORMADA      PIC X(01) VALUE 'N'.
           88 PARAM-COMPETENCIA-INFORMADA-SIM  VALUE 'S'.
           88 PARAM-COMPETENCIA-INFORMADA-NAO  VALUE 'N'.

       01 LOOP-LISTA                       PIC 9(01) VALUE ZEROS.

       01 HOJE-YYYYMMDD                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES HOJE-YYYYMMDD.
           05 HOJE-ANO                     PIC 9(04).
           05 HOJE-MES                     PIC 9(02).
           05 HOJE-DIA                     PIC 9(02).

       01 DEP-COMPETENCIA                  PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES DEP-COMPETENCIA.
           05 DEP-COMP-ANO                 PIC 9(04).
           05 DEP-COMP-MES                 PIC 9(02).
       01 DEP-HOJE-COMPETENCIA             PIC 9(06) VALUE ZEROS.
       01 DEP-PROX-MES                     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DEP-PROX-MES.
           05 DEP-PROX-ANO                 PIC 9(04).
           05 DEP-PROX-MM                  PIC 9(02).
           05 DEP-PROX-DIA                 PIC 9(02).
       01 DEP-DATA-LANC                    PIC 9(08) VALUE ZEROS.
       01 DEP-AQUISICAO                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DEP-AQUISICAO.
           05 DEP-AQ-ANO                   PIC 9(04).
           05 DEP-AQ-MES                   PIC 9(02).
           05 DEP-AQ-DIA                   PIC 9(02).

       01 DEP-PADRAO-VIDA                  PIC 9(03) VALUE 060.
       01 DEP-PADRAO-RESIDUAL              PIC 9(02)V99 VALUE 20.00.
       01 DEP-PADRAO-KM-VIDA               PIC 9(07) VALUE 0200000.

       01 DEP-VEICULO                      PIC 9(04) VALUE ZEROS.
       01 DEP-VIDA                         PIC 9(03) VALUE ZEROS.
       01 DEP-RESIDUAL                     PIC 9(02)V99 VALUE ZEROS.
       01 DEP-KM-VIDA                      PIC 9(07) VALUE ZEROS.
       01 DEP-KM-ATUAL                     PIC 9(07) VALUE ZEROS.
       01 DEP-KM-RODADO                    PIC 9(07) VALUE ZEROS.
       01 DEP-MESES                        PIC S9(05) VALUE ZEROS.
       01 DEP-FRACAO                       PIC 9(01)V9(08) VALUE ZEROS.
       01 DEP-FRACAO-KM                    PIC 9(01)V9(08) VALUE ZEROS.
       01 DEP-BASE                         PIC 9(09)V99 VALUE ZEROS.
       01 DEP-ALVO                         PIC 9(09)V99 VALUE ZEROS.
       01 DEP-VALOR                        PIC 9(09)V99 VALUE ZEROS.
       01 DEP-COMPRA-NUM                   PIC 9(09) VALUE ZEROS.
       01 DEP-COMPRA-IDX                   PIC 9(02) VALUE ZEROS.
       01 DEP-COMPRA-DIG                   PIC 9(01) VALUE ZEROS.

       01 DEP-QT-LIDOS                     PIC 9(07) VALUE ZEROS.
       01 DEP-QT-LANCADOS                  PIC 9(05) VALUE ZEROS.
       01 DEP-QT-JA-LANCADOS               PIC 9(05) VALUE ZEROS.
       01 DEP-QT-RECUPERADOS               PIC 9(05) VALUE ZEROS.
       01 DEP-QT-SEM-VALOR                 PIC 9(05) VALUE ZEROS.
       01 DEP-QT-VENDIDOS                  PIC 9(05) VALUE ZEROS.
       01 DEP-QT-INCLUIDOS                 PIC 9(05) VALUE ZEROS.
       01 DEP-QT-PADRAO                    PIC 9(05) VALUE ZEROS.
       01 DEP-TOT-VALOR                    PIC 9(09)V99 VALUE ZEROS.
       01 DEP-TOT-ACUMULADA                PIC 9(11)V99 VALUE ZEROS.
       01 DEP-TOT-CONTABIL                 PIC 9(11)V99 VALUE ZEROS.

       01 DEP-ALTEROU                      PIC X(01) VALUE 'N'.
           88 DEP-ALTEROU-SIM              VALUE 'S'.
           88 DEP-ALTEROU-NAO              VALUE 'N'.
       01 DEP-ATIVOS-EXISTE                PIC X(01) VALUE 'N'.
           88 DEP-ATIVOS-EXISTE-SIM        VALUE 'S'.
           88 DEP-ATIVOS-EXISTE-NAO        VALUE 'N'.
       01 DEP-ACHOU                        PIC X(01) VALUE 'N'.
           88 DEP-ACHOU-SIM                VALUE 'S'.
           88 DEP-ACHOU-NAO                VALUE 'N'.

       01 CAT-QTDE                         PIC 9(03) VALUE ZEROS.
       01 CAT-IDX                          PIC 9(03) VALUE ZEROS.
       01 CAT-TAB.
           05 CAT-ITEM OCCURS 50 TIMES.
               10 CAT-CATEGORIA            PIC X(20).
               10 CAT-VIDA                 PIC 9(03).
               10 CAT-RESIDUAL             PIC 9(02)V99.
               10 CAT-KM-VIDA              PIC 9(07).

       01 ATV-QTDE                         PIC 9(03) VALUE ZEROS.
       01 ATV-QTDE-LIDOS                   PIC 9(03) VALUE ZEROS.
       01 ATV-IDX                          PIC 9(03) VALUE ZEROS.
       01 ATV-IDX-ACHADO                   PIC 9(03) VALUE ZEROS.
       01 ATV-TAB.
           05 ATV-ITEM OCCURS 500 TIMES.
               10 ATV-VEICULO              PIC 9(04).
               10 ATV-AQUISICAO            PIC 9(08).
               10 ATV-CUSTO                PIC 9(09)V99.
               10 ATV-KM-AQUISICAO         PIC 9(07).
               10 ATV-DEPREC-ACUM          PIC 9(09)V99.
               10 ATV-COMPETENCIA          PIC 9(06).
               10 ATV-SITUACAO             PIC X(01).
                   88 ATV-EM-USO               VALUE 'A'.
                   88 ATV-BAIXADO              VALUE 'V'.
               10 ATV-FIM                  PIC X(02).

       01 CAD-QTDE                         PIC 9(03) VALUE ZEROS.
       01 CAD-IDX                          PIC 9(03) VALUE ZEROS.
       01 CAD-TAB.
           05 CAD-ITEM OCCURS 500 TIMES.
               10 CAD-VEICULO              PIC 9(04).
               10 CAD-DATA                 PIC 9(08).

       01 LAN-QTDE                         PIC 9(03) VALUE ZEROS.
       01 LAN-IDX                          PIC 9(03) VALUE ZEROS.
       01 LAN-TAB.
           05 LAN-ITEM OCCURS 500 TIMES.
               10 LAN-VEICULO              PIC 9(04).
               10 LAN-ACUMULADA            PIC 9(09)V99.

       01 BKP-QTDE                         PIC 9(04) VALUE ZEROS.
       01 BKP-OK                           PIC X(01) VALUE 'N'.
           88 BKP-OK-SIM                   VALUE 'S'.
           88 BKP-OK-NAO                   VALUE 'N'.
       01 DEP-ERRO-REGRAVA                 PIC X(01) VALUE 'N'.
           88 DEP-ERRO-REGRAVA-SIM         VALUE 'S'.
           88 DEP-ERRO-REGRAVA-NAO         VALUE 'N'.

       01 CTL-PROGRAMA                     PIC X(08) VALUE 'CBLDEP01'.
       01 CTL-SITUACAO                     PIC X(01) VALUE SPACES.
       01 CTL-CHAVE                        PIC X(24) VALUE SPACES.
       01 CTL-LIDOS                        PIC 9(07) VALUE ZEROS.
       01 CTL-GRAVADOS                     PIC 9(07) VALUE ZEROS.
       01 CTL-ULTIMA                       PIC X(01) VALUE SPACES.
           88 CTL-ULTIMA-CONCLUIDA         VALUE 'C'.
           88 CTL-ULTIMA-INTERROMPIDA      VALUE 'I' 'E'.
       01 CTL-ULTIMA-DATA                  PIC 9(08) VALUE ZEROS.
       01 CTL-HORA-COMPLETA                PIC X(08) VALUE SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 0020-VERIFICAR-CONTROLE.
           PERFORM 1000-CARREGAR-PARAM-DEPREC.
           PERFORM 1100-CARREGAR-ATIVOS.
           PERFORM 1200-CARREGAR-CADASTROS.
           PERFORM 1300-RECUPERAR-LANCAMENTOS.
           PERFORM 2000-DEPRECIAR-FROTA.
           PERFORM 3000-REGRAVAR-ATIVOS.
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
                   WHEN ARQ-PARAMETROS (1:21) EQUAL
                       'DEPRECIA-COMPETENCIA '
                       IF ARQ-PARAMETROS (22:6) NOT EQUAL SPACES
                           MOVE ARQ-PARAMETROS (22:6) TO
                               PARAM-COMPETENCIA
                           MOVE 'S' TO PARAM-COMPETENCIA-INFORMADA
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
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'AUDITORIA.txt'
               DELIMITED BY SIZE INTO ARQUIVO-AUDITORIA
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'DEPRECCAT.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DEPRECCAT
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ATIVOS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ATIVOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'DEPRECIACAO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DEPRECIACAO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CONTROLE.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CONTROLE

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE HOJE-YYYYMMDD (1:6) TO DEP-HOJE-COMPETENCIA

           IF PARAM-COMPETENCIA-INFORMADA-SIM
               IF PARAM-COMPETENCIA IS NOT NUMERIC
                   OR PARAM-COMP-MES < '01'
                   OR PARAM-COMP-MES > '12'
                   DISPLAY 'PARAMETRO DEPRECIA-COMPETENCIA INVALIDO - '
                       'INFORME AAAAMM'
                   DISPLAY 'PROGRAMA ENCERRADO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PARAM-COMPETENCIA TO DEP-COMPETENCIA
               IF DEP-COMPETENCIA NOT < DEP-HOJE-COMPETENCIA
                   DISPLAY 'COMPETENCIA ' DEP-COMPETENCIA
                       ' AINDA NAO ENCERRADA - INFORME UM MES ANTERIOR'
                   DISPLAY 'PROGRAMA ENCERRADO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF HOJE-MES EQUAL 1
                   COMPUTE DEP-COMP-ANO = HOJE-ANO - 1
                   MOVE 12 TO DEP-COMP-MES
               ELSE
                   MOVE HOJE-ANO TO DEP-COMP-ANO
                   COMPUTE DEP-COMP-MES = HOJE-MES - 1
               END-IF
           END-IF

      *    LANCAMENTO DATADO NO ULTIMO DIA DA COMPETENCIA
           IF DEP-COMP-MES EQUAL 12
               COMPUTE DEP-PROX-ANO = DEP-COMP-ANO + 1
               MOVE 1 TO DEP-PROX-MM
           ELSE
               MOVE DEP-COMP-ANO TO DEP-PROX-ANO
               COMPUTE DEP-PROX-MM = DEP-COMP-MES + 1
           END-IF
           MOVE 1 TO DEP-PROX-DIA
           COMPUTE DEP-DATA-LANC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DEP-PROX-MES) - 1)

           MOVE SPACES TO CTL-CHAVE
           MOVE DEP-COMPETENCIA TO CTL-CHAVE

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
               IF PARAM-COMPETENCIA-INFORMADA-NAO
                   DISPLAY 'COMPETENCIA ' DEP-COMPETENCIA
                       ' JA DEPRECIADA EM ' CTL-ULTIMA-DATA
                       ' - NADA A FAZER'
                   MOVE 4 TO RETURN-CODE
                   MOVE 'P' TO CTL-SITUACAO
                   PERFORM 0030-GRAVAR-CONTROLE
                   GOBACK
               END-IF
               DISPLAY 'COMPETENCIA JA DEPRECIADA EM ' CTL-ULTIMA-DATA
                   ' - LANCANDO APENAS VEICULOS PENDENTES'
           END-IF

           IF CTL-ULTIMA-INTERROMPIDA
               DISPLAY 'DEPRECIACAO DA COMPETENCIA INICIADA EM '
                   CTL-ULTIMA-DATA ' NAO FOI CONCLUIDA - RETOMANDO'
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

       1000-CARREGAR-PARAM-DEPREC           SECTION.

           MOVE ZEROS TO CAT-QTDE

           OPEN INPUT DEPRECCAT
           IF AS-STATUS-DC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DEPRECCAT
                   IF AS-STATUS-DC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-DEPRECCAT-VIDA-MESES IS NUMERIC
                           AND ARQ-DEPRECCAT-VIDA-MESES > ZEROS
                           AND ARQ-DEPRECCAT-RESIDUAL IS NUMERIC
                           AND ARQ-DEPRECCAT-KM-VIDA IS NUMERIC
                           AND CAT-QTDE < 50
                           ADD 1 TO CAT-QTDE
                           MOVE ARQ-DEPRECCAT-CATEGORIA TO
                               CAT-CATEGORIA (CAT-QTDE)
                           MOVE ARQ-DEPRECCAT-VIDA-MESES TO
                               CAT-VIDA (CAT-QTDE)
                           MOVE ARQ-DEPRECCAT-RESIDUAL TO
                               CAT-RESIDUAL (CAT-QTDE)
                           MOVE ARQ-DEPRECCAT-KM-VIDA TO
                               CAT-KM-VIDA (CAT-QTDE)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPRECCAT
           END-IF

           IF CAT-QTDE EQUAL ZEROS
               DISPLAY 'AVISO: NENHUM PARAMETRO DE DEPRECIACAO EM '
                   'DEPRECCAT.txt - USANDO O PADRAO PARA TODA A FROTA'
           END-IF

           .
       1000-CARREGAR-PARAM-DEPREC-FIM.
           EXIT.

       1100-CARREGAR-ATIVOS                 SECTION.

           MOVE ZEROS TO ATV-QTDE
           MOVE 'N' TO DEP-ATIVOS-EXISTE

           OPEN INPUT ATIVOS
           IF AS-STATUS-AT EQUAL 35
               DISPLAY 'ARQUIVO ATIVOS.txt NAO ENCONTRADO - SERA CRIADO'
           ELSE
               IF AS-STATUS-AT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ARQUIVO DE ATIVOS '
                       AS-STATUS-AT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               END-IF
               MOVE 'S' TO DEP-ATIVOS-EXISTE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ATIVOS
                   IF AS-STATUS-AT NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ATV-QTDE >= 500
                           DISPLAY 'LIMITE DE 500 ATIVOS ATINGIDO - '
                               'ARQUIVO DE ATIVOS NAO PROCESSADO'
                           CLOSE ATIVOS
                           MOVE 12 TO RETURN-CODE
                           PERFORM 4900-ENCERRAR-COM-ERRO
                       END-IF
                       ADD 1 TO ATV-QTDE
                       MOVE ARQ-ATIVOS TO ATV-ITEM (ATV-QTDE)
                   END-IF
               END-PERFORM
               CLOSE ATIVOS
           END-IF

           MOVE ATV-QTDE TO ATV-QTDE-LIDOS

           .
       1100-CARREGAR-ATIVOS-FIM.
           EXIT.

       1200-CARREGAR-CADASTROS              SECTION.

      *    DATA DE CADASTRO DO VEICULO, USADA COMO AQUISICAO DOS
      *    VEICULOS AINDA SEM REGISTRO EM ATIVOS.txt
           MOVE ZEROS TO CAD-QTDE

           OPEN INPUT AUDITORIA
           IF AS-STATUS-AU EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ AUDITORIA
                   IF AS-STATUS-AU NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-AUDITORIA-OPERACAO EQUAL 'ADDVEICULO'
                           AND ARQ-AUDITORIA-VEICULO IS NUMERIC
                           AND ARQ-AUDITORIA-DATA IS NUMERIC
                           AND CAD-QTDE < 500
                           ADD 1 TO CAD-QTDE
                           MOVE ARQ-AUDITORIA-VEICULO TO
                               CAD-VEICULO (CAD-QTDE)
                           MOVE ARQ-AUDITORIA-DATA TO
                               CAD-DATA (CAD-QTDE)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITORIA
           END-IF

           .
       1200-CARREGAR-CADASTROS-FIM.
           EXIT.

       1300-RECUPERAR-LANCAMENTOS           SECTION.

      *    LANCAMENTOS DA COMPETENCIA JA GRAVADOS POR UMA EXECUCAO
      *    INTERROMPIDA ANTES DE REGRAVAR ATIVOS.txt
           MOVE ZEROS TO LAN-QTDE

           OPEN INPUT DEPRECIACAO
           IF AS-STATUS-DP EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DEPRECIACAO
                   IF AS-STATUS-DP NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-DEPREC-MENSAL
                           AND ARQ-DEPREC-COMPETENCIA EQUAL
                               DEP-COMPETENCIA
                           PERFORM 1310-GUARDAR-LANCAMENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPRECIACAO
           END-IF

           .
       1300-RECUPERAR-LANCAMENTOS-FIM.
           EXIT.

       1310-GUARDAR-LANCAMENTO              SECTION.

           MOVE 'N' TO DEP-ACHOU
           PERFORM VARYING LAN-IDX FROM 1 BY 1
               UNTIL LAN-IDX > LAN-QTDE
               OR DEP-ACHOU-SIM
               IF LAN-VEICULO (LAN-IDX) EQUAL ARQ-DEPREC-VEICULO
                   MOVE 'S' TO DEP-ACHOU
                   MOVE ARQ-DEPREC-ACUMULADA TO
                       LAN-ACUMULADA (LAN-IDX)
               END-IF
           END-PERFORM

           IF DEP-ACHOU-NAO
               AND LAN-QTDE < 500
               ADD 1 TO LAN-QTDE
               MOVE ARQ-DEPREC-VEICULO TO LAN-VEICULO (LAN-QTDE)
               MOVE ARQ-DEPREC-ACUMULADA TO LAN-ACUMULADA (LAN-QTDE)
           END-IF

           .
       1310-GUARDAR-LANCAMENTO-FIM.
           EXIT.

       2000-DEPRECIAR-FROTA                 SECTION.

           OPEN INPUT VEICULOS
           IF AS-STATUS-V NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE VEICULOS '
                   AS-STATUS-V
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           OPEN EXTEND DEPRECIACAO
           IF AS-STATUS-DP EQUAL 35
               OPEN OUTPUT DEPRECIACAO
           END-IF
           IF AS-STATUS-DP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE DEPRECIACAO '
                   AS-STATUS-DP
               CLOSE VEICULOS
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           MOVE 0 TO LOOP-LISTA
           PERFORM UNTIL LOOP-LISTA = 1
               READ VEICULOS NEXT RECORD
               IF AS-STATUS-V NOT EQUAL ZEROS
                   MOVE 1 TO LOOP-LISTA
               ELSE
                   ADD 1 TO DEP-QT-LIDOS
                   IF ARQ-VEICULOS-ID IS NUMERIC
                       PERFORM 2100-PROCESSAR-VEICULO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE VEICULOS
           CLOSE DEPRECIACAO

           .
       2000-DEPRECIAR-FROTA-FIM.
           EXIT.

       2100-PROCESSAR-VEICULO               SECTION.

           MOVE ARQ-VEICULOS-ID TO DEP-VEICULO

           MOVE ZEROS TO ATV-IDX-ACHADO
           PERFORM VARYING ATV-IDX FROM 1 BY 1
               UNTIL ATV-IDX > ATV-QTDE
               OR ATV-IDX-ACHADO > ZEROS
               IF ATV-VEICULO (ATV-IDX) EQUAL DEP-VEICULO
                   MOVE ATV-IDX TO ATV-IDX-ACHADO
               END-IF
           END-PERFORM

           IF ARQ-VEICULOS-ESTADO EQUAL 'Vendido'
               ADD 1 TO DEP-QT-VENDIDOS
               GO TO 2100-PROCESSAR-VEICULO-FIM
           END-IF

           IF ATV-IDX-ACHADO EQUAL ZEROS
               PERFORM 2110-INCLUIR-ATIVO
               IF ATV-IDX-ACHADO EQUAL ZEROS
                   GO TO 2100-PROCESSAR-VEICULO-FIM
               END-IF
           END-IF

           IF ATV-BAIXADO (ATV-IDX-ACHADO)
               ADD 1 TO DEP-QT-VENDIDOS
               GO TO 2100-PROCESSAR-VEICULO-FIM
           END-IF

           IF ATV-COMPETENCIA (ATV-IDX-ACHADO) NOT < DEP-COMPETENCIA
               ADD 1 TO DEP-QT-JA-LANCADOS
               PERFORM 2150-SOMAR-CARTEIRA
               GO TO 2100-PROCESSAR-VEICULO-FIM
           END-IF

           MOVE 'N' TO DEP-ACHOU
           PERFORM VARYING LAN-IDX FROM 1 BY 1
               UNTIL LAN-IDX > LAN-QTDE
               OR DEP-ACHOU-SIM
               IF LAN-VEICULO (LAN-IDX) EQUAL DEP-VEICULO
                   MOVE 'S' TO DEP-ACHOU
                   MOVE LAN-ACUMULADA (LAN-IDX) TO
                       ATV-DEPREC-ACUM (ATV-IDX-ACHADO)
                   MOVE DEP-COMPETENCIA TO
                       ATV-COMPETENCIA (ATV-IDX-ACHADO)
                   MOVE 'S' TO DEP-ALTEROU
                   ADD 1 TO DEP-QT-RECUPERADOS
               END-IF
           END-PERFORM
           IF DEP-ACHOU-SIM
               PERFORM 2150-SOMAR-CARTEIRA
               GO TO 2100-PROCESSAR-VEICULO-FIM
           END-IF

           PERFORM 2130-CALCULAR-DEPRECIACAO
           PERFORM 2150-SOMAR-CARTEIRA

           .
       2100-PROCESSAR-VEICULO-FIM.
           EXIT.

       2110-INCLUIR-ATIVO                   SECTION.

           IF ATV-QTDE >= 500
               DISPLAY 'AVISO: LIMITE DE 500 ATIVOS ATINGIDO - VEICULO '
                   DEP-VEICULO ' NAO DEPRECIADO'
               MOVE 8 TO RETURN-CODE
               GO TO 2110-INCLUIR-ATIVO-FIM
           END-IF

      *    VALOR DE COMPRA DO CADASTRO (PARTE INTEIRA)
           MOVE ZEROS TO DEP-COMPRA-NUM
           PERFORM VARYING DEP-COMPRA-IDX FROM 1 BY 1
               UNTIL DEP-COMPRA-IDX > 15
               OR ARQ-VEICULOS-VALOR-COMPRA (DEP-COMPRA-IDX:1)
                   IS NOT NUMERIC
               MOVE ARQ-VEICULOS-VALOR-COMPRA (DEP-COMPRA-IDX:1)
                   TO DEP-COMPRA-DIG
               COMPUTE DEP-COMPRA-NUM =
                   DEP-COMPRA-NUM * 10 + DEP-COMPRA-DIG
           END-PERFORM

           MOVE ZEROS TO DEP-KM-ATUAL
           IF ARQ-VEICULOS-KM-ATUAL IS NUMERIC
               MOVE ARQ-VEICULOS-KM-ATUAL TO DEP-KM-ATUAL
           END-IF

           ADD 1 TO ATV-QTDE
           MOVE ATV-QTDE TO ATV-IDX-ACHADO
           MOVE DEP-VEICULO TO ATV-VEICULO (ATV-QTDE)
           MOVE DEP-COMPRA-NUM TO ATV-CUSTO (ATV-QTDE)
           MOVE ZEROS TO ATV-DEPREC-ACUM (ATV-QTDE)
           MOVE ZEROS TO ATV-COMPETENCIA (ATV-QTDE)
           MOVE 'A' TO ATV-SITUACAO (ATV-QTDE)
           MOVE SPACES TO ATV-FIM (ATV-QTDE)

           MOVE 'N' TO DEP-ACHOU
           PERFORM VARYING CAD-IDX FROM 1 BY 1
               UNTIL CAD-IDX > CAD-QTDE
               OR DEP-ACHOU-SIM
               IF CAD-VEICULO (CAD-IDX) EQUAL DEP-VEICULO
                   MOVE 'S' TO DEP-ACHOU
                   MOVE CAD-DATA (CAD-IDX) TO
                       ATV-AQUISICAO (ATV-QTDE)
                   MOVE ZEROS TO ATV-KM-AQUISICAO (ATV-QTDE)
               END-IF
           END-PERFORM

      *    SEM DATA DE CADASTRO: PASSA A DEPRECIAR A PARTIR DA
      *    COMPETENCIA, COM A QUILOMETRAGEM ATUAL COMO INICIAL
           IF DEP-ACHOU-NAO
               MOVE DEP-COMPETENCIA TO DEP-AQUISICAO (1:6)
               MOVE 1 TO DEP-AQ-DIA
               MOVE DEP-AQUISICAO TO ATV-AQUISICAO (ATV-QTDE)
               MOVE DEP-KM-ATUAL TO ATV-KM-AQUISICAO (ATV-QTDE)
           END-IF

           MOVE 'S' TO DEP-ALTEROU
           ADD 1 TO DEP-QT-INCLUIDOS
           DISPLAY 'VEICULO ' DEP-VEICULO ' SEM REGISTRO DE ATIVO - '
               'INCLUIDO COM AQUISICAO EM ' ATV-AQUISICAO (ATV-QTDE)

           .
       2110-INCLUIR-ATIVO-FIM.
           EXIT.

       2120-BUSCAR-PARAMETROS               SECTION.

           MOVE 'N' TO DEP-ACHOU
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-QTDE
               OR DEP-ACHOU-SIM
               IF CAT-CATEGORIA (CAT-IDX) EQUAL
                   ARQ-VEICULOS-CATEGORIA
                   MOVE 'S' TO DEP-ACHOU
                   MOVE CAT-VIDA (CAT-IDX) TO DEP-VIDA
                   MOVE CAT-RESIDUAL (CAT-IDX) TO DEP-RESIDUAL
                   MOVE CAT-KM-VIDA (CAT-IDX) TO DEP-KM-VIDA
               END-IF
           END-PERFORM

           IF DEP-ACHOU-NAO
               MOVE DEP-PADRAO-VIDA TO DEP-VIDA
               MOVE DEP-PADRAO-RESIDUAL TO DEP-RESIDUAL
               MOVE DEP-PADRAO-KM-VIDA TO DEP-KM-VIDA
               ADD 1 TO DEP-QT-PADRAO
           END-IF

           .
       2120-BUSCAR-PARAMETROS-FIM.
           EXIT.

       2130-CALCULAR-DEPRECIACAO            SECTION.

           MOVE ATV-AQUISICAO (ATV-IDX-ACHADO) TO DEP-AQUISICAO
           COMPUTE DEP-MESES =
               (DEP-COMP-ANO * 12 + DEP-COMP-MES) -
               (DEP-AQ-ANO * 12 + DEP-AQ-MES)

      *    VEICULO ADQUIRIDO DEPOIS DA COMPETENCIA
           IF DEP-MESES < ZEROS
               GO TO 2130-CALCULAR-DEPRECIACAO-FIM
           END-IF

           PERFORM 2120-BUSCAR-PARAMETROS

           COMPUTE DEP-BASE ROUNDED =
               ATV-CUSTO (ATV-IDX-ACHADO) * (100 - DEP-RESIDUAL) / 100

      *    FRACAO DEPRECIADA: O MAIOR ENTRE TEMPO DE USO SOBRE A VIDA
      *    UTIL E KM RODADO DESDE A COMPRA SOBRE O KM DE VIDA UTIL
           IF DEP-MESES >= DEP-VIDA
               MOVE 1 TO DEP-FRACAO
           ELSE
               COMPUTE DEP-FRACAO ROUNDED = DEP-MESES / DEP-VIDA
           END-IF

           MOVE ZEROS TO DEP-KM-ATUAL
           MOVE ZEROS TO DEP-KM-RODADO
           IF ARQ-VEICULOS-KM-ATUAL IS NUMERIC
               MOVE ARQ-VEICULOS-KM-ATUAL TO DEP-KM-ATUAL
           END-IF
           IF DEP-KM-ATUAL > ATV-KM-AQUISICAO (ATV-IDX-ACHADO)
               COMPUTE DEP-KM-RODADO =
                   DEP-KM-ATUAL - ATV-KM-AQUISICAO (ATV-IDX-ACHADO)
           END-IF
           IF DEP-KM-VIDA > ZEROS
               IF DEP-KM-RODADO >= DEP-KM-VIDA
                   MOVE 1 TO DEP-FRACAO-KM
               ELSE
                   COMPUTE DEP-FRACAO-KM ROUNDED =
                       DEP-KM-RODADO / DEP-KM-VIDA
               END-IF
               IF DEP-FRACAO-KM > DEP-FRACAO
                   MOVE DEP-FRACAO-KM TO DEP-FRACAO
               END-IF
           END-IF

           COMPUTE DEP-ALVO ROUNDED = DEP-BASE * DEP-FRACAO

           MOVE ZEROS TO DEP-VALOR
           IF DEP-ALVO > ATV-DEPREC-ACUM (ATV-IDX-ACHADO)
               COMPUTE DEP-VALOR =
                   DEP-ALVO - ATV-DEPREC-ACUM (ATV-IDX-ACHADO)
           END-IF

           IF DEP-VALOR > ZEROS
               ADD DEP-VALOR TO ATV-DEPREC-ACUM (ATV-IDX-ACHADO)
               PERFORM 2140-GRAVAR-LANCAMENTO
           ELSE
               ADD 1 TO DEP-QT-SEM-VALOR
           END-IF

           MOVE DEP-COMPETENCIA TO ATV-COMPETENCIA (ATV-IDX-ACHADO)
           MOVE 'S' TO DEP-ALTEROU

           .
       2130-CALCULAR-DEPRECIACAO-FIM.
           EXIT.

       2140-GRAVAR-LANCAMENTO               SECTION.

           MOVE SPACES TO ARQ-DEPREC
           MOVE 'D' TO ARQ-DEPREC-TIPO
           MOVE DEP-DATA-LANC TO ARQ-DEPREC-DATA
           MOVE DEP-COMPETENCIA TO ARQ-DEPREC-COMPETENCIA
           MOVE DEP-VEICULO TO ARQ-DEPREC-VEICULO
           MOVE ARQ-VEICULOS-FILIAL TO ARQ-DEPREC-FILIAL
           MOVE ARQ-VEICULOS-CATEGORIA TO ARQ-DEPREC-CATEGORIA
           MOVE ATV-CUSTO (ATV-IDX-ACHADO) TO ARQ-DEPREC-CUSTO
           MOVE DEP-VALOR TO ARQ-DEPREC-VALOR
           MOVE ATV-DEPREC-ACUM (ATV-IDX-ACHADO) TO
               ARQ-DEPREC-ACUMULADA
           COMPUTE ARQ-DEPREC-CONTABIL =
               ATV-CUSTO (ATV-IDX-ACHADO) -
               ATV-DEPREC-ACUM (ATV-IDX-ACHADO)
           MOVE ZEROS TO ARQ-DEPREC-RESULTADO
           MOVE '+' TO ARQ-DEPREC-SINAL
           MOVE DEP-KM-ATUAL TO ARQ-DEPREC-KM
           MOVE ZEROS TO ARQ-DEPREC-CLIENTE
           MOVE SPACES TO ARQ-DEPREC-FIM
           WRITE ARQ-DEPREC
           IF AS-STATUS-DP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR LANCAMENTO DE DEPRECIACAO '
                   AS-STATUS-DP
               CLOSE VEICULOS
               CLOSE DEPRECIACAO
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           ADD 1 TO DEP-QT-LANCADOS
           ADD DEP-VALOR TO DEP-TOT-VALOR

           .
       2140-GRAVAR-LANCAMENTO-FIM.
           EXIT.

       2150-SOMAR-CARTEIRA                  SECTION.

           ADD ATV-DEPREC-ACUM (ATV-IDX-ACHADO) TO DEP-TOT-ACUMULADA
           COMPUTE DEP-TOT-CONTABIL = DEP-TOT-CONTABIL +
               ATV-CUSTO (ATV-IDX-ACHADO) -
               ATV-DEPREC-ACUM (ATV-IDX-ACHADO)

           .
       2150-SOMAR-CARTEIRA-FIM.
           EXIT.

       2900-GRAVAR-BACKUP-ATIVOS            SECTION.

           MOVE 'N' TO BKP-OK
           MOVE ZEROS TO BKP-QTDE

           ACCEPT CTL-HORA-COMPLETA FROM TIME
           MOVE SPACES TO ARQUIVO-BACKUP
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ATIVOS-'
               HOJE-YYYYMMDD '-' CTL-HORA-COMPLETA (1:6) '.bak'
               DELIMITED BY SIZE INTO ARQUIVO-BACKUP

           OPEN INPUT ATIVOS
           IF AS-STATUS-AT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO LER ATIVOS PARA BACKUP '
                   AS-STATUS-AT
           ELSE
               OPEN OUTPUT BACKUP
               IF AS-STATUS-BK NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR BACKUP DE ATIVOS '
                       AS-STATUS-BK
               ELSE
                   MOVE 'S' TO BKP-OK
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ ATIVOS
                       IF AS-STATUS-AT NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           MOVE ARQ-ATIVOS TO ARQ-BACKUP
                           WRITE ARQ-BACKUP
                           IF AS-STATUS-BK NOT EQUAL ZEROS
                               MOVE 'N' TO BKP-OK
                               MOVE 1 TO LOOP-LISTA
                           ELSE
                               ADD 1 TO BKP-QTDE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE BACKUP
               END-IF
               CLOSE ATIVOS
           END-IF

           IF BKP-OK-SIM
               AND BKP-QTDE NOT EQUAL ATV-QTDE-LIDOS
               MOVE 'N' TO BKP-OK
           END-IF

           IF BKP-OK-SIM
               DISPLAY 'BACKUP DE ATIVOS GRAVADO - ' BKP-QTDE
                   ' REGISTROS'
           ELSE
               DISPLAY 'BACKUP DE ATIVOS INCOMPLETO - ARQUIVO DE '
                   'ATIVOS NAO ALTERADO'
           END-IF

           .
       2900-GRAVAR-BACKUP-ATIVOS-FIM.
           EXIT.

       3000-REGRAVAR-ATIVOS                 SECTION.

           IF DEP-ALTEROU-SIM
               IF DEP-ATIVOS-EXISTE-SIM
                   PERFORM 2900-GRAVAR-BACKUP-ATIVOS
                   IF BKP-OK-NAO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 4900-ENCERRAR-COM-ERRO
                   END-IF
               END-IF

               OPEN OUTPUT ATIVOS
               IF AS-STATUS-AT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE ATIVOS '
                       AS-STATUS-AT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               END-IF

               MOVE 'N' TO DEP-ERRO-REGRAVA
               PERFORM VARYING ATV-IDX FROM 1 BY 1
                   UNTIL ATV-IDX > ATV-QTDE
                   MOVE ATV-ITEM (ATV-IDX) TO ARQ-ATIVOS
                   WRITE ARQ-ATIVOS
                   IF AS-STATUS-AT NOT EQUAL ZEROS
                       MOVE 'S' TO DEP-ERRO-REGRAVA
                   END-IF
               END-PERFORM
               CLOSE ATIVOS
               IF DEP-ERRO-REGRAVA-SIM
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE ATIVOS'
                   IF DEP-ATIVOS-EXISTE-SIM
                       DISPLAY 'RESTAURE A COPIA:'
                       DISPLAY ARQUIVO-BACKUP
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               END-IF
           END-IF

           .
       3000-REGRAVAR-ATIVOS-FIM.
           EXIT.

       4000-FINALIZAR                       SECTION.

           DISPLAY '-------------------------------------'
           DISPLAY 'DEPRECIACAO DA FROTA - COMPETENCIA ' DEP-COMPETENCIA
               ' LANCADA EM ' DEP-DATA-LANC
           DISPLAY 'VEICULOS LIDOS        ' DEP-QT-LIDOS
           DISPLAY 'LANCAMENTOS GRAVADOS  ' DEP-QT-LANCADOS
               ' TOTAL ' DEP-TOT-VALOR
           DISPLAY 'SEM VALOR A DEPRECIAR ' DEP-QT-SEM-VALOR
           DISPLAY 'JA LANCADOS           ' DEP-QT-JA-LANCADOS
           DISPLAY 'RECUPERADOS           ' DEP-QT-RECUPERADOS
           DISPLAY 'VENDIDOS (IGNORADOS)  ' DEP-QT-VENDIDOS
           DISPLAY 'ATIVOS INCLUIDOS      ' DEP-QT-INCLUIDOS
           DISPLAY 'PARAMETRO PADRAO      ' DEP-QT-PADRAO
           DISPLAY 'DEPRECIACAO ACUMULADA ' DEP-TOT-ACUMULADA
           DISPLAY 'VALOR CONTABIL        ' DEP-TOT-CONTABIL
           DISPLAY '-------------------------------------'

           MOVE DEP-QT-LIDOS TO CTL-LIDOS
           MOVE DEP-QT-LANCADOS TO CTL-GRAVADOS
           MOVE 'C' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           GOBACK
           .
       4000-FINALIZAR-FIM.
           EXIT.

       4900-ENCERRAR-COM-ERRO               SECTION.

           MOVE DEP-QT-LIDOS TO CTL-LIDOS
           MOVE DEP-QT-LANCADOS TO CTL-GRAVADOS
           MOVE 'E' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           DISPLAY 'DEPRECIACAO ENCERRADA COM ERRO - EXECUTE NOVAMENTE '
               'APOS CORRIGIR O PROBLEMA'

           GOBACK
           .
       4900-ENCERRAR-COM-ERRO-FIM.
           EXIT.

       END PROGRAM CBLDEP01.
