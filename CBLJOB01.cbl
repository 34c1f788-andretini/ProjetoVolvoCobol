       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJOB01.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cadeia batch diaria - executa em ordem a
      *          reconciliacao (CBLREC01), a cobranca (CBLCOB01) e a
      *          exportacao contabil (CBLEXP01). Um passo com codigo de
      *          retorno acima de 4 interrompe a cadeia. Grava o log da
      *          execucao em JOBLOG-AAAAMMDD.txt com inicio, fim,
      *          codigo de retorno e quantidades de cada passo, obtidas
      *          do CONTROLE.txt gravado pelos programas
      * Tectonics: cobc
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS ASSIGN TO
       'PARAMETROS.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-P.

       SELECT CONTROLE ASSIGN TO ARQUIVO-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CT.

       SELECT JOBLOG ASSIGN TO ARQUIVO-JOBLOG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-JL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-PARAMETROS                   PIC X(200).

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

       FD JOBLOG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-JOBLOG                       PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.

       01 AS-STATUS-P                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-JL                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-CONTROLE                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-JOBLOG                   PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.
       01 PARAM-IDX                        PIC 9(03) VALUE ZEROS.
       01 PARAM-INI                        PIC 9(03) VALUE ZEROS.
       01 PARAM-TRIM                       PIC X(180) VALUE SPACES.

       01 LOOP-LISTA                       PIC 9(01) VALUE ZEROS.

       01 HOJE-YYYYMMDD                    PIC 9(08) VALUE ZEROS.

       01 JOB-PASSOS-VALORES.
           05 FILLER                       PIC X(38) VALUE
              'CBLREC01RECONCILIACAO DE LOCACOES     '.
           05 FILLER                       PIC X(38) VALUE
              'CBLCOB01COBRANCA E ACRESCIMOS         '.
           05 FILLER                       PIC X(38) VALUE
              'CBLEXP01EXPORTACAO CONTABIL           '.
       01 FILLER REDEFINES JOB-PASSOS-VALORES.
           05 JOB-PASSO OCCURS 3 TIMES.
               10 JOB-PASSO-PROGRAMA       PIC X(08).
               10 JOB-PASSO-DESCRICAO      PIC X(30).

       01 JOB-QTDE-PASSOS                  PIC 9(01) VALUE 3.
       01 JOB-IDX                          PIC 9(01) VALUE ZEROS.
       01 JOB-IDX-ED                       PIC 9(01) VALUE ZEROS.

       01 JOB-RC                           PIC 9(03) VALUE ZEROS.
       01 JOB-RC-MAIOR                     PIC 9(03) VALUE ZEROS.
       01 JOB-RC-LIMITE                    PIC 9(03) VALUE 4.

       01 JOB-INTERROMPIDO                 PIC X(01) VALUE 'N'.
           88 JOB-INTERROMPIDO-SIM         VALUE 'S'.
           88 JOB-INTERROMPIDO-NAO         VALUE 'N'.

       01 JOB-LOG-OK                       PIC X(01) VALUE 'N'.
           88 JOB-LOG-OK-SIM               VALUE 'S'.
           88 JOB-LOG-OK-NAO               VALUE 'N'.

       01 JOB-HORA-COMPLETA                PIC 9(08) VALUE ZEROS.
       01 JOB-HORA-INICIO                  PIC 9(06) VALUE ZEROS.
       01 JOB-HORA-FIM                     PIC 9(06) VALUE ZEROS.
       01 JOB-HORA-JOB                     PIC 9(06) VALUE ZEROS.
       01 JOB-HORA-TXT                     PIC X(08) VALUE SPACES.
       01 JOB-HORA-NUM                     PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES JOB-HORA-NUM.
           05 JOB-HORA-HH                  PIC X(02).
           05 JOB-HORA-MM                  PIC X(02).
           05 JOB-HORA-SS                  PIC X(02).
       01 JOB-INICIO-TXT                   PIC X(08) VALUE SPACES.
       01 JOB-FIM-TXT                      PIC X(08) VALUE SPACES.

       01 JOB-CTL-ACHOU                    PIC X(01) VALUE 'N'.
           88 JOB-CTL-ACHOU-SIM            VALUE 'S'.
           88 JOB-CTL-ACHOU-NAO            VALUE 'N'.
       01 JOB-CTL-SITUACAO                 PIC X(01) VALUE SPACES.
       01 JOB-CTL-LIDOS                    PIC 9(07) VALUE ZEROS.
       01 JOB-CTL-GRAVADOS                 PIC 9(07) VALUE ZEROS.
       01 JOB-SITUACAO-TXT                 PIC X(16) VALUE SPACES.

       01 JOB-LINHA                        PIC X(132) VALUE SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 1000-INICIAR-LOG.
           PERFORM 2000-EXECUTAR-PASSOS.
           PERFORM 4000-FINALIZAR.

       0010-CARREGAR-PARAMETROS             SECTION.

           MOVE SPACES TO PARAM-DIRETORIO

           OPEN INPUT PARAMETROS
           IF AS-STATUS-P NOT EQUAL ZEROS
               DISPLAY 'ARQUIVO PARAMETROS.txt NAO ENCONTRADO'
               DISPLAY 'CRIE O ARQUIVO NO DIRETORIO DO PROGRAMA COM'
               DISPLAY 'A LINHA: DIRETORIO-DADOS <pasta de dados>'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO LOOP-LISTA
           PERFORM UNTIL LOOP-LISTA = 1
               READ PARAMETROS
               IF AS-STATUS-P NOT EQUAL ZEROS
                   MOVE 1 TO LOOP-LISTA
               ELSE
                   IF ARQ-PARAMETROS (1:16) EQUAL
                       'DIRETORIO-DADOS '
                       MOVE ARQ-PARAMETROS (17:180) TO
                           PARAM-DIRETORIO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PARAMETROS

           IF PARAM-DIRETORIO EQUAL SPACES
               DISPLAY 'PARAMETRO DIRETORIO-DADOS AUSENTE OU VAZIO'
               DISPLAY 'EM PARAMETROS.txt - PROGRAMA ENCERRADO'
               MOVE 16 TO RETURN-CODE
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
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PARAM-DIR-LEN
               MOVE '\' TO PARAM-DIRETORIO (PARAM-DIR-LEN:1)
           END-IF

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD

           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CONTROLE.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CONTROLE
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'JOBLOG-'
               HOJE-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO ARQUIVO-JOBLOG

           .
       0010-CARREGAR-PARAMETROS-FIM.
           EXIT.

       1000-INICIAR-LOG                     SECTION.

           MOVE 'N' TO JOB-LOG-OK

           OPEN EXTEND JOBLOG
           IF AS-STATUS-JL EQUAL 35
               OPEN OUTPUT JOBLOG
           END-IF
           IF AS-STATUS-JL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR LOG DA CADEIA BATCH - '
                   'LOG APENAS EM TELA'
           ELSE
               MOVE 'S' TO JOB-LOG-OK
           END-IF

           ACCEPT JOB-HORA-COMPLETA FROM TIME
           MOVE JOB-HORA-COMPLETA (1:6) TO JOB-HORA-JOB
           MOVE JOB-HORA-JOB TO JOB-HORA-NUM
           PERFORM 2030-FORMATAR-HORA
           MOVE JOB-HORA-TXT TO JOB-INICIO-TXT

           MOVE ALL '=' TO JOB-LINHA (1:80)
           PERFORM 2090-GRAVAR-LOG
           MOVE SPACES TO JOB-LINHA
           STRING 'CADEIA BATCH DIARIA - DATA ' HOJE-YYYYMMDD
               ' INICIO ' JOB-INICIO-TXT
               DELIMITED BY SIZE INTO JOB-LINHA
           PERFORM 2090-GRAVAR-LOG
           MOVE ALL '=' TO JOB-LINHA (1:80)
           PERFORM 2090-GRAVAR-LOG

           .
       1000-INICIAR-LOG-FIM.
           EXIT.

       2000-EXECUTAR-PASSOS                 SECTION.

           MOVE 'N' TO JOB-INTERROMPIDO
           MOVE ZEROS TO JOB-RC-MAIOR

           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-QTDE-PASSOS
               IF JOB-INTERROMPIDO-SIM
                   MOVE JOB-IDX TO JOB-IDX-ED
                   MOVE SPACES TO JOB-LINHA
                   STRING 'PASSO ' JOB-IDX-ED ' '
                       JOB-PASSO-PROGRAMA (JOB-IDX) ' '
                       JOB-PASSO-DESCRICAO (JOB-IDX)
                       ' NAO EXECUTADO'
                       DELIMITED BY SIZE INTO JOB-LINHA
                   PERFORM 2090-GRAVAR-LOG
               ELSE
                   PERFORM 2010-EXECUTAR-PASSO
               END-IF
           END-PERFORM

           .
       2000-EXECUTAR-PASSOS-FIM.
           EXIT.

       2010-EXECUTAR-PASSO                  SECTION.

           MOVE JOB-IDX TO JOB-IDX-ED
           MOVE SPACES TO JOB-LINHA
           STRING 'PASSO ' JOB-IDX-ED ' '
               JOB-PASSO-PROGRAMA (JOB-IDX) ' '
               JOB-PASSO-DESCRICAO (JOB-IDX)
               DELIMITED BY SIZE INTO JOB-LINHA
           PERFORM 2090-GRAVAR-LOG

           ACCEPT JOB-HORA-COMPLETA FROM TIME
           MOVE JOB-HORA-COMPLETA (1:6) TO JOB-HORA-INICIO

           MOVE ZEROS TO RETURN-CODE
           CALL JOB-PASSO-PROGRAMA (JOB-IDX)
               ON EXCEPTION
                   DISPLAY 'PROGRAMA ' JOB-PASSO-PROGRAMA (JOB-IDX)
                       ' NAO ENCONTRADO'
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO JOB-RC
           CANCEL JOB-PASSO-PROGRAMA (JOB-IDX)

           ACCEPT JOB-HORA-COMPLETA FROM TIME
           MOVE JOB-HORA-COMPLETA (1:6) TO JOB-HORA-FIM

           PERFORM 2020-LER-CONTROLE-PASSO

           IF JOB-RC > JOB-RC-MAIOR
               MOVE JOB-RC TO JOB-RC-MAIOR
           END-IF

           EVALUATE TRUE
           WHEN JOB-RC > JOB-RC-LIMITE
               MOVE 'ERRO' TO JOB-SITUACAO-TXT
           WHEN JOB-CTL-ACHOU-NAO
               MOVE 'SEM CONTROLE' TO JOB-SITUACAO-TXT
           WHEN JOB-CTL-SITUACAO EQUAL 'C'
               MOVE 'CONCLUIDO' TO JOB-SITUACAO-TXT
           WHEN JOB-CTL-SITUACAO EQUAL 'P'
               MOVE 'JA PROCESSADO' TO JOB-SITUACAO-TXT
           WHEN JOB-CTL-SITUACAO EQUAL 'E'
               MOVE 'ERRO' TO JOB-SITUACAO-TXT
           WHEN OTHER
               MOVE 'INTERROMPIDO' TO JOB-SITUACAO-TXT
           END-EVALUATE

           MOVE JOB-HORA-INICIO TO JOB-HORA-NUM
           PERFORM 2030-FORMATAR-HORA
           MOVE JOB-HORA-TXT TO JOB-INICIO-TXT
           MOVE JOB-HORA-FIM TO JOB-HORA-NUM
           PERFORM 2030-FORMATAR-HORA
           MOVE JOB-HORA-TXT TO JOB-FIM-TXT

           MOVE SPACES TO JOB-LINHA
           STRING '  INICIO ' JOB-INICIO-TXT
               ' FIM ' JOB-FIM-TXT
               ' RC ' JOB-RC
               ' LIDOS ' JOB-CTL-LIDOS
               ' GRAV. ' JOB-CTL-GRAVADOS
               ' ' JOB-SITUACAO-TXT
               DELIMITED BY SIZE INTO JOB-LINHA
           PERFORM 2090-GRAVAR-LOG

           IF JOB-RC > JOB-RC-LIMITE
               MOVE 'S' TO JOB-INTERROMPIDO
               MOVE SPACES TO JOB-LINHA
               STRING '  CODIGO DE RETORNO ACIMA DE '
                   JOB-RC-LIMITE ' - CADEIA INTERROMPIDA'
                   DELIMITED BY SIZE INTO JOB-LINHA
               PERFORM 2090-GRAVAR-LOG
           END-IF

           .
       2010-EXECUTAR-PASSO-FIM.
           EXIT.

       2020-LER-CONTROLE-PASSO              SECTION.

           MOVE 'N' TO JOB-CTL-ACHOU
           MOVE SPACES TO JOB-CTL-SITUACAO
           MOVE ZEROS TO JOB-CTL-LIDOS
           MOVE ZEROS TO JOB-CTL-GRAVADOS

           OPEN INPUT CONTROLE
           IF AS-STATUS-CT EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CONTROLE
                   IF AS-STATUS-CT NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-CONTROLE-PROGRAMA EQUAL
                               JOB-PASSO-PROGRAMA (JOB-IDX)
                           AND ARQ-CONTROLE-DATA EQUAL HOJE-YYYYMMDD
                           AND ARQ-CONTROLE-HORA >= JOB-HORA-INICIO
                           MOVE 'S' TO JOB-CTL-ACHOU
                           MOVE ARQ-CONTROLE-SITUACAO TO
                               JOB-CTL-SITUACAO
                           MOVE ARQ-CONTROLE-LIDOS TO JOB-CTL-LIDOS
                           MOVE ARQ-CONTROLE-GRAVADOS TO
                               JOB-CTL-GRAVADOS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROLE
           END-IF

           .
       2020-LER-CONTROLE-PASSO-FIM.
           EXIT.

       2030-FORMATAR-HORA                   SECTION.

           MOVE SPACES TO JOB-HORA-TXT
           STRING JOB-HORA-HH ':' JOB-HORA-MM ':' JOB-HORA-SS
               DELIMITED BY SIZE INTO JOB-HORA-TXT

           .
       2030-FORMATAR-HORA-FIM.
           EXIT.

       2090-GRAVAR-LOG                      SECTION.

           DISPLAY JOB-LINHA (1:80)
           IF JOB-LOG-OK-SIM
               MOVE JOB-LINHA TO ARQ-JOBLOG
               WRITE ARQ-JOBLOG
           END-IF

           .
       2090-GRAVAR-LOG-FIM.
           EXIT.

       4000-FINALIZAR                       SECTION.

           ACCEPT JOB-HORA-COMPLETA FROM TIME
           MOVE JOB-HORA-COMPLETA (1:6) TO JOB-HORA-NUM
           PERFORM 2030-FORMATAR-HORA
           MOVE JOB-HORA-TXT TO JOB-FIM-TXT

           MOVE ALL '-' TO JOB-LINHA (1:80)
           PERFORM 2090-GRAVAR-LOG
           MOVE SPACES TO JOB-LINHA
           IF JOB-INTERROMPIDO-SIM
               STRING 'CADEIA INTERROMPIDA - FIM ' JOB-FIM-TXT
                   ' MAIOR RC ' JOB-RC-MAIOR
                   ' - CORRIJA E EXECUTE NOVAMENTE'
                   DELIMITED BY SIZE INTO JOB-LINHA
           ELSE
               STRING 'CADEIA CONCLUIDA - FIM ' JOB-FIM-TXT
                   ' MAIOR RC ' JOB-RC-MAIOR
                   DELIMITED BY SIZE INTO JOB-LINHA
           END-IF
           PERFORM 2090-GRAVAR-LOG
           MOVE SPACES TO JOB-LINHA
           PERFORM 2090-GRAVAR-LOG

           IF JOB-LOG-OK-SIM
               CLOSE JOBLOG
           END-IF

           MOVE JOB-RC-MAIOR TO RETURN-CODE
           STOP RUN
           .
       4000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLJOB01.
