       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLRET01.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotina batch de retorno bancario - le o arquivo de
      *          retorno do banco (RETORNO.txt) com fatura, valor pago
      *          e data de credito, baixa as faturas ABERTAS de mesmo
      *          valor com a data de credito, registra cada baixa na
      *          AUDITORIA com o operador batch e lista as divergencias
      *          em EXCRETORNO.txt para conciliacao. Registra cada
      *          execucao em CONTROLE.txt identificando o arquivo de
      *          retorno (um mesmo retorno nao e processado duas
      *          vezes; execucao interrompida e retomada) e grava uma
      *          copia datada de FATURAS.txt antes de regrava-lo
      * Tectonics: cobc
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS ASSIGN TO
       'PARAMETROS.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-P.

       SELECT FATURAS ASSIGN TO ARQUIVO-FATURAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-F.

       SELECT RETORNO ASSIGN TO ARQUIVO-RETORNO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-RT.

       SELECT EXCRETORNO ASSIGN TO ARQUIVO-EXCRETORNO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E.

       SELECT AUDITORIA ASSIGN TO ARQUIVO-AUDITORIA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AU.

       SELECT CONTROLE ASSIGN TO ARQUIVO-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CT.

       SELECT BACKUP ASSIGN TO ARQUIVO-BACKUP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-BK.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-PARAMETROS                   PIC X(200).

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

       FD RETORNO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-RETORNO                      PIC X(23).
       01 FILLER REDEFINES ARQ-RETORNO.
           05 ARQ-RETORNO-FATURA           PIC 9(04).
           05 ARQ-RETORNO-VALOR            PIC 9(07)V99.
           05 ARQ-RETORNO-CREDITO          PIC 9(08).
           05 ARQ-RETORNO-FIM              PIC X(002).

       FD EXCRETORNO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXCRETORNO                   PIC X(100).
       01 FILLER REDEFINES ARQ-EXCRETORNO.
           05 ARQ-EXCRETORNO-TIPO          PIC X(25).
           05 ARQ-EXCRETORNO-FATURA        PIC X(04).
           05 ARQ-EXCRETORNO-VALOR-PAGO    PIC 9(07)V99.
           05 ARQ-EXCRETORNO-VALOR-FATURA  PIC 9(07)V99.
           05 ARQ-EXCRETORNO-CREDITO       PIC X(08).
           05 ARQ-EXCRETORNO-CLIENTE       PIC X(04).
           05 ARQ-EXCRETORNO-FILIAL        PIC X(02).
           05 ARQ-EXCRETORNO-DESCRICAO     PIC X(39).

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

       FD BACKUP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-BACKUP                       PIC X(92).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 AS-STATUS-P                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-F                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RT                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AU                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-BK                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-FATURAS                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-RETORNO                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXCRETORNO               PIC X(256) VALUE SPACES.
       01 ARQUIVO-AUDITORIA                PIC X(256) VALUE SPACES.
       01 ARQUIVO-CONTROLE                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-BACKUP                   PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.
       01 PARAM-IDX                        PIC 9(03) VALUE ZEROS.
       01 PARAM-INI                        PIC 9(03) VALUE ZEROS.
       01 PARAM-TRIM                       PIC X(180) VALUE SPACES.

       01 PARAM-OPERADOR-BATCH             PIC X(08) VALUE 'BATCH'.

       01 LOOP-LISTA                       PIC 9(01) VALUE ZEROS.

       01 HOJE-YYYYMMDD                    PIC 9(08) VALUE ZEROS.
       01 AUD-HORA-COMPLETA                PIC 9(08) VALUE ZEROS.

       01 RET-FATU-QTDE                    PIC 9(04) VALUE ZEROS.
       01 RET-FATU-IDX                     PIC 9(04) VALUE ZEROS.
       01 RET-FATU-EXCESSO                 PIC X(01) VALUE 'N'.
           88 RET-FATU-EXCESSO-SIM         VALUE 'S'.
           88 RET-FATU-EXCESSO-NAO         VALUE 'N'.
       01 RET-FATU-TAB.
           05 RET-FATU OCCURS 500 TIMES.
               10 RET-FATU-REC             PIC X(92).
               10 RET-FATU-BAIXADA         PIC X(01).

       01 RET-ACHOU                        PIC X(01) VALUE 'N'.
           88 RET-ACHOU-SIM                VALUE 'S'.
           88 RET-ACHOU-NAO                VALUE 'N'.
       01 RET-ACHOU-IDX                    PIC 9(04) VALUE ZEROS.

       01 RET-QTDE-LIDOS                   PIC 9(04) VALUE ZEROS.
       01 RET-QTDE-BAIXADAS                PIC 9(04) VALUE ZEROS.
       01 RET-QTDE-EXCECOES                PIC 9(04) VALUE ZEROS.
       01 RET-TOTAL-BAIXADO                PIC 9(09)V99 VALUE ZEROS.
       01 RET-QTDE-RETOMADAS               PIC 9(04) VALUE ZEROS.
       01 RET-QTDE-AUD-REFEITAS            PIC 9(04) VALUE ZEROS.

       01 RET-AUD-QTDE                     PIC 9(04) VALUE ZEROS.
       01 RET-AUD-IDX                      PIC 9(04) VALUE ZEROS.
       01 RET-AUD-EXCESSO                  PIC X(01) VALUE 'N'.
           88 RET-AUD-EXCESSO-SIM          VALUE 'S'.
           88 RET-AUD-EXCESSO-NAO          VALUE 'N'.
       01 RET-AUD-TAB.
           05 RET-AUD OCCURS 500 TIMES.
               10 RET-AUD-CLIENTE          PIC 9(04).
               10 RET-AUD-VEICULO          PIC 9(04).
               10 RET-AUD-FILIAL           PIC X(02).
               10 RET-AUD-DATA             PIC 9(08).
               10 RET-AUD-USADA            PIC X(01).

       01 RET-ID-TOTAL                     PIC 9(11)V99 VALUE ZEROS.
       01 RET-CHAVE.
           05 RET-CHAVE-CREDITO            PIC 9(08).
           05 RET-CHAVE-QTDE               PIC 9(03).
           05 RET-CHAVE-SOMA               PIC 9(11)V99.

       01 CTL-PROGRAMA                     PIC X(08) VALUE 'CBLRET01'.
       01 CTL-SITUACAO                     PIC X(01) VALUE SPACES.
       01 CTL-CHAVE                        PIC X(24) VALUE SPACES.
       01 CTL-LIDOS                        PIC 9(07) VALUE ZEROS.
       01 CTL-GRAVADOS                     PIC 9(07) VALUE ZEROS.
       01 CTL-ULTIMA                       PIC X(01) VALUE SPACES.
           88 CTL-ULTIMA-CONCLUIDA         VALUE 'C'.
           88 CTL-ULTIMA-INTERROMPIDA      VALUE 'I' 'E'.
       01 CTL-ULTIMA-DATA                  PIC 9(08) VALUE ZEROS.
       01 CTL-PRIMEIRA-DATA                PIC 9(08) VALUE ZEROS.
       01 CTL-HORA-COMPLETA                PIC X(08) VALUE SPACES.
       01 CTL-RETOMADA                     PIC X(01) VALUE 'N'.
           88 CTL-RETOMADA-SIM             VALUE 'S'.
           88 CTL-RETOMADA-NAO             VALUE 'N'.

       01 BKP-QTDE                         PIC 9(04) VALUE ZEROS.
       01 BKP-OK                           PIC X(01) VALUE 'N'.
           88 BKP-OK-SIM                   VALUE 'S'.
           88 BKP-OK-NAO                   VALUE 'N'.
       01 RET-ERRO-REGRAVA                 PIC X(01) VALUE 'N'.
           88 RET-ERRO-REGRAVA-SIM         VALUE 'S'.
           88 RET-ERRO-REGRAVA-NAO         VALUE 'N'.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 0015-IDENTIFICAR-RETORNO.
           PERFORM 0020-VERIFICAR-CONTROLE.
           PERFORM 1000-CARREGAR-FATURAS.
           PERFORM 2000-PROCESSAR-RETORNO.
           PERFORM 2080-CONFERIR-AUDITORIA.
           PERFORM 2100-REGRAVAR-FATURAS.
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
                   WHEN ARQ-PARAMETROS (1:15) EQUAL
                       'OPERADOR-BATCH '
                       IF ARQ-PARAMETROS (16:8) NOT EQUAL SPACES
                           MOVE ARQ-PARAMETROS (16:8) TO
                               PARAM-OPERADOR-BATCH
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

           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'FATURAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-FATURAS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'RETORNO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-RETORNO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXCRETORNO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXCRETORNO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'AUDITORIA.txt'
               DELIMITED BY SIZE INTO ARQUIVO-AUDITORIA
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CONTROLE.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CONTROLE

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD

           .
       0010-CARREGAR-PARAMETROS-FIM.
           EXIT.

       0015-IDENTIFICAR-RETORNO             SECTION.

           MOVE ZEROS TO RET-CHAVE
           MOVE ZEROS TO RET-ID-TOTAL

           OPEN INPUT RETORNO
           IF AS-STATUS-RT EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ RETORNO
                   IF AS-STATUS-RT NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO RET-CHAVE-QTDE
                       IF ARQ-RETORNO-VALOR IS NUMERIC
                           ADD ARQ-RETORNO-VALOR TO RET-ID-TOTAL
                       END-IF
                       IF ARQ-RETORNO-CREDITO IS NUMERIC
                           AND ARQ-RETORNO-CREDITO >
                               RET-CHAVE-CREDITO
                           MOVE ARQ-RETORNO-CREDITO TO
                               RET-CHAVE-CREDITO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETORNO
           END-IF

           MOVE RET-ID-TOTAL TO RET-CHAVE-SOMA
           MOVE RET-CHAVE TO CTL-CHAVE

           .
       0015-IDENTIFICAR-RETORNO-FIM.
           EXIT.

       0020-VERIFICAR-CONTROLE              SECTION.

           MOVE SPACES TO CTL-ULTIMA
           MOVE 'N' TO CTL-RETOMADA

           IF RET-CHAVE-QTDE > ZEROS
               OPEN INPUT CONTROLE
               IF AS-STATUS-CT EQUAL ZEROS
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ CONTROLE
                       IF AS-STATUS-CT NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           IF ARQ-CONTROLE-PROGRAMA EQUAL
                                   CTL-PROGRAMA
                               AND ARQ-CONTROLE-CHAVE EQUAL CTL-CHAVE
                               AND NOT ARQ-CONTROLE-PULADO
                               AND NOT CTL-ULTIMA-CONCLUIDA
                               MOVE ARQ-CONTROLE-SITUACAO TO
                                   CTL-ULTIMA
                               MOVE ARQ-CONTROLE-DATA TO
                                   CTL-ULTIMA-DATA
                               IF CTL-PRIMEIRA-DATA EQUAL ZEROS
                                   MOVE ARQ-CONTROLE-DATA TO
                                       CTL-PRIMEIRA-DATA
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CONTROLE
               END-IF
           END-IF

           IF CTL-ULTIMA-CONCLUIDA
               DISPLAY 'ARQUIVO DE RETORNO JA PROCESSADO EM '
                   CTL-ULTIMA-DATA ' - NADA A FAZER'
               MOVE 4 TO RETURN-CODE
               MOVE 'P' TO CTL-SITUACAO
               PERFORM 0030-GRAVAR-CONTROLE
               GOBACK
           END-IF

           IF CTL-ULTIMA-INTERROMPIDA
               DISPLAY 'PROCESSAMENTO DESTE RETORNO INICIADO EM '
                   CTL-ULTIMA-DATA ' NAO FOI CONCLUIDO - RETOMANDO'
               MOVE 'S' TO CTL-RETOMADA
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

       1000-CARREGAR-FATURAS                SECTION.

           MOVE ZEROS TO RET-FATU-QTDE
           MOVE 'N' TO RET-FATU-EXCESSO

           OPEN INPUT FATURAS
           IF AS-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM FATURAS REGISTRADAS'
               PERFORM 4000-FINALIZAR
           END-IF

           MOVE 0 TO LOOP-LISTA
           PERFORM UNTIL LOOP-LISTA = 1
               READ FATURAS
               IF AS-STATUS-F NOT EQUAL ZEROS
                   MOVE 1 TO LOOP-LISTA
               ELSE
                   IF RET-FATU-QTDE < 500
                       ADD 1 TO RET-FATU-QTDE
                       MOVE ARQ-FATURAS TO
                           RET-FATU-REC (RET-FATU-QTDE)
                       MOVE 'N' TO RET-FATU-BAIXADA (RET-FATU-QTDE)
                   ELSE
                       MOVE 'S' TO RET-FATU-EXCESSO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FATURAS

           IF RET-FATU-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 FATURAS ATINGIDO - '
                   'EXECUCAO ENCERRADA SEM ALTERACOES'
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           .
       1000-CARREGAR-FATURAS-FIM.
           EXIT.

       2000-PROCESSAR-RETORNO               SECTION.

           OPEN INPUT RETORNO
           IF AS-STATUS-RT NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO RETORNO.txt NAO ENCONTRADO - '
                   'NENHUMA FATURA BAIXADA'
           ELSE
               OPEN OUTPUT EXCRETORNO
               IF AS-STATUS-E NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ARQUIVO DE EXCECOES DO '
                       'RETORNO'
                   CLOSE RETORNO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               ELSE
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ RETORNO
                       IF AS-STATUS-RT NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           ADD 1 TO RET-QTDE-LIDOS
                           PERFORM 2010-CONCILIAR-PAGAMENTO
                       END-IF
                   END-PERFORM
                   CLOSE EXCRETORNO
               END-IF
               CLOSE RETORNO
           END-IF

           .
       2000-PROCESSAR-RETORNO-FIM.
           EXIT.

       2010-CONCILIAR-PAGAMENTO             SECTION.

           MOVE 'N' TO RET-ACHOU
           MOVE ZEROS TO RET-ACHOU-IDX
           IF ARQ-RETORNO-FATURA IS NUMERIC
               PERFORM VARYING RET-FATU-IDX FROM 1 BY 1
                   UNTIL RET-FATU-IDX > RET-FATU-QTDE
                   OR RET-ACHOU-SIM
                   MOVE RET-FATU-REC (RET-FATU-IDX) TO ARQ-FATURAS
                   IF ARQ-FATURAS-ID EQUAL ARQ-RETORNO-FATURA
                       MOVE 'S' TO RET-ACHOU
                       MOVE RET-FATU-IDX TO RET-ACHOU-IDX
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO ARQ-EXCRETORNO
           MOVE ARQ-RETORNO-FATURA TO ARQ-EXCRETORNO-FATURA
           MOVE ARQ-RETORNO-CREDITO TO ARQ-EXCRETORNO-CREDITO
           IF ARQ-RETORNO-VALOR IS NUMERIC
               MOVE ARQ-RETORNO-VALOR TO ARQ-EXCRETORNO-VALOR-PAGO
           ELSE
               MOVE ZEROS TO ARQ-EXCRETORNO-VALOR-PAGO
           END-IF
           MOVE ZEROS TO ARQ-EXCRETORNO-VALOR-FATURA

           EVALUATE TRUE
           WHEN ARQ-RETORNO-VALOR IS NOT NUMERIC
               OR ARQ-RETORNO-CREDITO IS NOT NUMERIC
               OR ARQ-RETORNO-CREDITO EQUAL ZEROS
               MOVE 'REGISTRO INVALIDO' TO ARQ-EXCRETORNO-TIPO
               MOVE 'VALOR OU DATA DE CREDITO NAO NUMERICOS'
                   TO ARQ-EXCRETORNO-DESCRICAO
               PERFORM 2900-GRAVAR-EXCECAO
           WHEN RET-ACHOU-NAO
               MOVE 'FATURA DESCONHECIDA' TO ARQ-EXCRETORNO-TIPO
               MOVE 'FATURA NAO CADASTRADA'
                   TO ARQ-EXCRETORNO-DESCRICAO
               PERFORM 2900-GRAVAR-EXCECAO
           WHEN OTHER
               MOVE RET-FATU-REC (RET-ACHOU-IDX) TO ARQ-FATURAS
               MOVE ARQ-FATURAS-TOTAL TO
                   ARQ-EXCRETORNO-VALOR-FATURA
               MOVE ARQ-FATURAS-CLIENTE TO ARQ-EXCRETORNO-CLIENTE
               MOVE ARQ-FATURAS-FILIAL TO ARQ-EXCRETORNO-FILIAL
               EVALUATE TRUE
               WHEN ARQ-FATURAS-PAGA
                   AND CTL-RETOMADA-SIM
                   AND ARQ-FATURAS-PAGAMENTO EQUAL
                       ARQ-RETORNO-CREDITO
                   AND ARQ-FATURAS-TOTAL EQUAL ARQ-RETORNO-VALOR
                   AND RET-FATU-BAIXADA (RET-ACHOU-IDX) NOT EQUAL 'S'
                   AND RET-FATU-BAIXADA (RET-ACHOU-IDX) NOT EQUAL 'R'
                   ADD 1 TO RET-QTDE-RETOMADAS
                   MOVE 'R' TO RET-FATU-BAIXADA (RET-ACHOU-IDX)
                   DISPLAY 'FATURA ' ARQ-FATURAS-ID ' JA BAIXADA NA '
                       'EXECUCAO INTERROMPIDA'
               WHEN ARQ-FATURAS-PAGA
                   MOVE 'FATURA JA PAGA' TO ARQ-EXCRETORNO-TIPO
                   MOVE 'PAGA EM ' TO ARQ-EXCRETORNO-DESCRICAO
                   MOVE ARQ-FATURAS-PAGAMENTO TO
                       ARQ-EXCRETORNO-DESCRICAO (9:8)
                   PERFORM 2900-GRAVAR-EXCECAO
               WHEN ARQ-FATURAS-CANCELADA
                   MOVE 'FATURA CANCELADA' TO ARQ-EXCRETORNO-TIPO
                   MOVE 'CANCELADA POR NOTA DE CREDITO'
                       TO ARQ-EXCRETORNO-DESCRICAO
                   PERFORM 2900-GRAVAR-EXCECAO
               WHEN NOT ARQ-FATURAS-ABERTA
                   MOVE 'FATURA NAO ABERTA' TO ARQ-EXCRETORNO-TIPO
                   MOVE 'SITUACAO ' TO ARQ-EXCRETORNO-DESCRICAO
                   MOVE ARQ-FATURAS-STATUS TO
                       ARQ-EXCRETORNO-DESCRICAO (10:1)
                   PERFORM 2900-GRAVAR-EXCECAO
               WHEN ARQ-RETORNO-VALOR NOT EQUAL ARQ-FATURAS-TOTAL
                   MOVE 'VALOR DIVERGENTE' TO ARQ-EXCRETORNO-TIPO
                   MOVE 'VALOR PAGO DIFERENTE DO TOTAL DA FATURA'
                       TO ARQ-EXCRETORNO-DESCRICAO
                   PERFORM 2900-GRAVAR-EXCECAO
               WHEN OTHER
                   MOVE 'P' TO ARQ-FATURAS-STATUS
                   MOVE ARQ-RETORNO-CREDITO TO ARQ-FATURAS-PAGAMENTO
                   MOVE ARQ-FATURAS TO RET-FATU-REC (RET-ACHOU-IDX)
                   MOVE 'S' TO RET-FATU-BAIXADA (RET-ACHOU-IDX)
                   ADD 1 TO RET-QTDE-BAIXADAS
                   ADD ARQ-FATURAS-TOTAL TO RET-TOTAL-BAIXADO
               END-EVALUATE
           END-EVALUATE

           .
       2010-CONCILIAR-PAGAMENTO-FIM.
           EXIT.

       2080-CONFERIR-AUDITORIA              SECTION.

           MOVE ZEROS TO RET-QTDE-AUD-REFEITAS
           MOVE ZEROS TO RET-AUD-QTDE
           MOVE 'N' TO RET-AUD-EXCESSO

           IF RET-QTDE-RETOMADAS EQUAL ZEROS
               GO TO 2080-CONFERIR-AUDITORIA-FIM
           END-IF

           OPEN INPUT AUDITORIA
           IF AS-STATUS-AU EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ AUDITORIA
                   IF AS-STATUS-AU NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-AUDITORIA-OPERACAO EQUAL 'BAIXARFATURA'
                           AND ARQ-AUDITORIA-OPERADOR EQUAL
                               PARAM-OPERADOR-BATCH
                           AND ARQ-AUDITORIA-DATA >= CTL-PRIMEIRA-DATA
                           IF RET-AUD-QTDE < 500
                               ADD 1 TO RET-AUD-QTDE
                               MOVE ARQ-AUDITORIA-CLIENTE TO
                                   RET-AUD-CLIENTE (RET-AUD-QTDE)
                               MOVE ARQ-AUDITORIA-VEICULO TO
                                   RET-AUD-VEICULO (RET-AUD-QTDE)
                               MOVE ARQ-AUDITORIA-FILIAL TO
                                   RET-AUD-FILIAL (RET-AUD-QTDE)
                               MOVE ARQ-AUDITORIA-DATA TO
                                   RET-AUD-DATA (RET-AUD-QTDE)
                               MOVE 'N' TO
                                   RET-AUD-USADA (RET-AUD-QTDE)
                           ELSE
                               MOVE 'S' TO RET-AUD-EXCESSO
                               MOVE 1 TO LOOP-LISTA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITORIA
           END-IF

           IF RET-AUD-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 BAIXAS NA AUDITORIA - '
                   'AUDITORIA DAS BAIXAS RETOMADAS NAO CONFERIDA'
               MOVE 8 TO RETURN-CODE
               GO TO 2080-CONFERIR-AUDITORIA-FIM
           END-IF

           PERFORM VARYING RET-FATU-IDX FROM 1 BY 1
               UNTIL RET-FATU-IDX > RET-FATU-QTDE
               IF RET-FATU-BAIXADA (RET-FATU-IDX) EQUAL 'R'
                   MOVE RET-FATU-REC (RET-FATU-IDX) TO ARQ-FATURAS
                   MOVE 'N' TO RET-ACHOU
                   PERFORM VARYING RET-AUD-IDX FROM 1 BY 1
                       UNTIL RET-AUD-IDX > RET-AUD-QTDE
                       OR RET-ACHOU-SIM
                       IF RET-AUD-USADA (RET-AUD-IDX) EQUAL 'N'
                           AND RET-AUD-CLIENTE (RET-AUD-IDX) EQUAL
                               ARQ-FATURAS-CLIENTE
                           AND RET-AUD-VEICULO (RET-AUD-IDX) EQUAL
                               ARQ-FATURAS-VEICULO
                           AND RET-AUD-FILIAL (RET-AUD-IDX) EQUAL
                               ARQ-FATURAS-FILIAL
                           AND RET-AUD-DATA (RET-AUD-IDX) >=
                               ARQ-FATURAS-PAGAMENTO
                           MOVE 'S' TO RET-ACHOU
                           MOVE 'S' TO RET-AUD-USADA (RET-AUD-IDX)
                       END-IF
                   END-PERFORM
                   IF RET-ACHOU-NAO
                       MOVE 'A' TO RET-FATU-BAIXADA (RET-FATU-IDX)
                       ADD 1 TO RET-QTDE-AUD-REFEITAS
                   END-IF
               END-IF
           END-PERFORM

           .
       2080-CONFERIR-AUDITORIA-FIM.
           EXIT.

       2090-GRAVAR-BACKUP-FATURAS           SECTION.

           MOVE 'N' TO BKP-OK
           MOVE ZEROS TO BKP-QTDE

           ACCEPT CTL-HORA-COMPLETA FROM TIME
           MOVE SPACES TO ARQUIVO-BACKUP
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'FATURAS-'
               HOJE-YYYYMMDD '-' CTL-HORA-COMPLETA (1:6) '.bak'
               DELIMITED BY SIZE INTO ARQUIVO-BACKUP

           OPEN INPUT FATURAS
           IF AS-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'ERRO AO LER FATURAS PARA BACKUP '
                   AS-STATUS-F
           ELSE
               OPEN OUTPUT BACKUP
               IF AS-STATUS-BK NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR BACKUP DE FATURAS '
                       AS-STATUS-BK
               ELSE
                   MOVE 'S' TO BKP-OK
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ FATURAS
                       IF AS-STATUS-F NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           MOVE ARQ-FATURAS TO ARQ-BACKUP
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
               CLOSE FATURAS
           END-IF

           IF BKP-OK-SIM
               AND BKP-QTDE NOT EQUAL RET-FATU-QTDE
               MOVE 'N' TO BKP-OK
           END-IF

           IF BKP-OK-SIM
               DISPLAY 'BACKUP DE FATURAS GRAVADO - ' BKP-QTDE
                   ' REGISTROS'
           ELSE
               DISPLAY 'BACKUP DE FATURAS INCOMPLETO - ARQUIVO DE '
                   'FATURAS NAO ALTERADO'
           END-IF

           .
       2090-GRAVAR-BACKUP-FATURAS-FIM.
           EXIT.

       2100-REGRAVAR-FATURAS                SECTION.

           IF RET-QTDE-BAIXADAS > ZEROS
               PERFORM 2090-GRAVAR-BACKUP-FATURAS
               IF BKP-OK-NAO
                   MOVE ZEROS TO RET-QTDE-BAIXADAS
                   MOVE ZEROS TO RET-TOTAL-BAIXADO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               END-IF

               OPEN OUTPUT FATURAS
               IF AS-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE FATURAS '
                       AS-STATUS-F
                   MOVE ZEROS TO RET-QTDE-BAIXADAS
                   MOVE ZEROS TO RET-TOTAL-BAIXADO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               ELSE
                   MOVE 'N' TO RET-ERRO-REGRAVA
                   PERFORM VARYING RET-FATU-IDX FROM 1 BY 1
                       UNTIL RET-FATU-IDX > RET-FATU-QTDE
                       MOVE RET-FATU-REC (RET-FATU-IDX) TO
                           ARQ-FATURAS
                       WRITE ARQ-FATURAS
                       IF AS-STATUS-F NOT EQUAL ZEROS
                           MOVE 'S' TO RET-ERRO-REGRAVA
                       END-IF
                   END-PERFORM
                   CLOSE FATURAS
                   IF RET-ERRO-REGRAVA-SIM
                       DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE FATURAS - '
                           'RESTAURE A COPIA:'
                       DISPLAY ARQUIVO-BACKUP
                       MOVE ZEROS TO RET-QTDE-BAIXADAS
                       MOVE ZEROS TO RET-TOTAL-BAIXADO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 4900-ENCERRAR-COM-ERRO
                   END-IF
                   PERFORM 2110-REGISTRAR-AUDITORIA
               END-IF
           ELSE
               IF RET-QTDE-AUD-REFEITAS > ZEROS
                   PERFORM 2110-REGISTRAR-AUDITORIA
               END-IF
           END-IF

           .
       2100-REGRAVAR-FATURAS-FIM.
           EXIT.

       2110-REGISTRAR-AUDITORIA             SECTION.

           OPEN EXTEND AUDITORIA
           IF AS-STATUS-AU EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF
           IF AS-STATUS-AU NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE AUDITORIA'
           ELSE
               PERFORM VARYING RET-FATU-IDX FROM 1 BY 1
                   UNTIL RET-FATU-IDX > RET-FATU-QTDE
                   IF RET-FATU-BAIXADA (RET-FATU-IDX) EQUAL 'S'
                       OR RET-FATU-BAIXADA (RET-FATU-IDX) EQUAL 'A'
                       MOVE RET-FATU-REC (RET-FATU-IDX) TO
                           ARQ-FATURAS
                       ACCEPT AUD-HORA-COMPLETA FROM TIME
                       MOVE PARAM-OPERADOR-BATCH TO
                           ARQ-AUDITORIA-OPERADOR
                       MOVE ARQ-FATURAS-FILIAL TO
                           ARQ-AUDITORIA-FILIAL
                       MOVE HOJE-YYYYMMDD TO ARQ-AUDITORIA-DATA
                       MOVE AUD-HORA-COMPLETA (1:6) TO
                           ARQ-AUDITORIA-HORA
                       MOVE 'BAIXARFATURA' TO ARQ-AUDITORIA-OPERACAO
                       MOVE ARQ-FATURAS-CLIENTE TO
                           ARQ-AUDITORIA-CLIENTE
                       MOVE ARQ-FATURAS-VEICULO TO
                           ARQ-AUDITORIA-VEICULO
                       MOVE SPACES TO ARQ-AUDITORIA-FIM
                       WRITE ARQ-AUDITORIA
                       DISPLAY 'FATURA ' ARQ-FATURAS-ID ' BAIXADA - '
                           'CREDITO ' ARQ-FATURAS-PAGAMENTO
                   END-IF
               END-PERFORM
               CLOSE AUDITORIA
           END-IF

           .
       2110-REGISTRAR-AUDITORIA-FIM.
           EXIT.

       2900-GRAVAR-EXCECAO                  SECTION.

           WRITE ARQ-EXCRETORNO
           ADD 1 TO RET-QTDE-EXCECOES

           .
       2900-GRAVAR-EXCECAO-FIM.
           EXIT.

       4000-FINALIZAR                       SECTION.

           DISPLAY '-------------------------------------'
           DISPLAY 'RETORNO BANCARIO PROCESSADO'
           DISPLAY 'PAGAMENTOS LIDOS    ' RET-QTDE-LIDOS
           DISPLAY 'FATURAS BAIXADAS    ' RET-QTDE-BAIXADAS
           DISPLAY 'VALOR BAIXADO       ' RET-TOTAL-BAIXADO
           DISPLAY 'EXCECOES            ' RET-QTDE-EXCECOES
           IF CTL-RETOMADA-SIM
               DISPLAY 'BAIXAS RETOMADAS    ' RET-QTDE-RETOMADAS
               DISPLAY 'AUDITORIAS REFEITAS ' RET-QTDE-AUD-REFEITAS
           END-IF
           DISPLAY '-------------------------------------'

           MOVE RET-QTDE-LIDOS TO CTL-LIDOS
           MOVE RET-QTDE-BAIXADAS TO CTL-GRAVADOS
           MOVE 'C' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           GOBACK
           .
       4000-FINALIZAR-FIM.
           EXIT.

       4900-ENCERRAR-COM-ERRO               SECTION.

           MOVE RET-QTDE-LIDOS TO CTL-LIDOS
           MOVE RET-QTDE-BAIXADAS TO CTL-GRAVADOS
           MOVE 'E' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           DISPLAY 'RETORNO ENCERRADO COM ERRO - EXECUTE NOVAMENTE '
               'APOS CORRIGIR O PROBLEMA'

           GOBACK
           .
       4900-ENCERRAR-COM-ERRO-FIM.
           EXIT.

       END PROGRAM CBLRET01.
