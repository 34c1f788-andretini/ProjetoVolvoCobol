      * Author:
      * Date:
      * Purpose: Rotina batch de cobranca - aplica multa e juros nas
      *          faturas ABERTAS vencidas (descontados os encargos ja
      *          isentos por nota de credito), registra os acrescimos em
      *          ACRESCIMOS.txt e gera um aviso de cobranca por
      *          cliente inadimplente (COBRANCA-9999.txt), com texto
      *          escalonado em 30/60/90 dias de atraso. Registra
      *          inicio e fim da execucao em CONTROLE.txt (uma
      *          execucao concluida por dia; execucao interrompida e
      *          retomada sem repetir acrescimos) e grava uma copia
      *          datada de FATURAS.txt antes de regrava-lo
      * Tectonics: cobc
      ******************************************************************

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CB.

       SELECT CONTROLE ASSIGN TO ARQUIVO-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CT.

       SELECT BACKUP ASSIGN TO ARQUIVO-BACKUP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-BK.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FATURAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-FATURAS                      PIC X(92).
       01 FILLER REDEFINES ARQ-FATURAS.
           05 ARQ-FATURAS-ID               PIC 9(04).
           05 ARQ-FATURAS-CLIENTE          PIC 9(04).
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

       FD ACRESCIMOS
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-COBRANCA                     PIC X(132).

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

       01 AS-STATUS-F                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AC                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CB                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-BK                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-CLIENTES                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-FATURAS                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-ACRESCIMOS               PIC X(256) VALUE SPACES.
       01 ARQUIVO-COBRANCA                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-CONTROLE                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-BACKUP                   PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.
           88 COB-FATU-EXCESSO-NAO         VALUE 'N'.
       01 COB-FATU-TAB.
           05 COB-FATU-REC OCCURS 500 TIMES
                                            PIC X(92).

       01 COB-ALTEROU                      PIC X(01) VALUE 'N'.
           88 COB-ALTEROU-SIM              VALUE 'S'.
       01 COB-VENC-INT                     PIC S9(09) VALUE ZEROS.
       01 COB-DIAS-ATRASO                  PIC S9(05) VALUE ZEROS.
       01 COB-ORIGINAL                     PIC 9(07)V99 VALUE ZEROS.
       01 COB-BASE                         PIC 9(07)V99 VALUE ZEROS.
       01 COB-ANTERIOR                     PIC 9(07)V99 VALUE ZEROS.
       01 COB-NOVO-TOTAL                   PIC 9(07)V99 VALUE ZEROS.
       01 COB-ENCARGOS                     PIC 9(07)V99 VALUE ZEROS.

       01 COB-QTDE-VENCIDAS                PIC 9(04) VALUE ZEROS.
       01 COB-QTDE-ATUALIZADAS             PIC 9(04) VALUE ZEROS.
       01 COB-QTDE-AVISOS                  PIC 9(04) VALUE ZEROS.
       01 COB-QTDE-RETOMADAS               PIC 9(04) VALUE ZEROS.

       01 COB-ACR-QTDE                     PIC 9(04) VALUE ZEROS.
       01 COB-ACR-IDX                      PIC 9(04) VALUE ZEROS.
       01 COB-ACR-ACHOU-IDX                PIC 9(04) VALUE ZEROS.
       01 COB-ACR-ACHOU                    PIC X(01) VALUE 'N'.
           88 COB-ACR-ACHOU-SIM            VALUE 'S'.
           88 COB-ACR-ACHOU-NAO            VALUE 'N'.
       01 COB-ACR-TAB.
           05 COB-ACR OCCURS 500 TIMES.
               10 COB-ACR-FATURA           PIC 9(04).
               10 COB-ACR-ANTERIOR         PIC 9(07)V99.
               10 COB-ACR-NOVO             PIC 9(07)V99.

       01 CTL-PROGRAMA                     PIC X(08) VALUE 'CBLCOB01'.
       01 CTL-SITUACAO                     PIC X(01) VALUE SPACES.
       01 CTL-CHAVE                        PIC X(24) VALUE SPACES.
       01 CTL-LIDOS                        PIC 9(07) VALUE ZEROS.
       01 CTL-GRAVADOS                     PIC 9(07) VALUE ZEROS.
       01 CTL-ULTIMA                       PIC X(01) VALUE SPACES.
           88 CTL-ULTIMA-CONCLUIDA         VALUE 'C'.
           88 CTL-ULTIMA-INTERROMPIDA      VALUE 'I' 'E'.
       01 CTL-ULTIMA-HORA                  PIC 9(06) VALUE ZEROS.
       01 CTL-HORA-COMPLETA                PIC X(08) VALUE SPACES.
       01 CTL-RETOMADA                     PIC X(01) VALUE 'N'.
           88 CTL-RETOMADA-SIM             VALUE 'S'.
           88 CTL-RETOMADA-NAO             VALUE 'N'.

       01 BKP-QTDE                         PIC 9(04) VALUE ZEROS.
       01 BKP-OK                           PIC X(01) VALUE 'N'.
           88 BKP-OK-SIM                   VALUE 'S'.
           88 BKP-OK-NAO                   VALUE 'N'.
       01 COB-ERRO-REGRAVA                 PIC X(01) VALUE 'N'.
           88 COB-ERRO-REGRAVA-SIM         VALUE 'S'.
           88 COB-ERRO-REGRAVA-NAO         VALUE 'N'.

       01 COB-CLI-QTDE                     PIC 9(03) VALUE ZEROS.
       01 COB-CLI-IDX                      PIC 9(03) VALUE ZEROS.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 0020-VERIFICAR-CONTROLE.
           PERFORM 1000-CARREGAR-FATURAS.
           PERFORM 1010-CARREGAR-ACRESCIMOS-HOJE.
           PERFORM 2000-APLICAR-ENCARGOS.
           PERFORM 2100-REGRAVAR-FATURAS.
           PERFORM 3000-GERAR-COBRANCAS.
               DISPLAY 'ARQUIVO PARAMETROS.txt NAO ENCONTRADO'
               DISPLAY 'CRIE O ARQUIVO NO DIRETORIO DO PROGRAMA COM'
               DISPLAY 'A LINHA: DIRETORIO-DADOS <pasta de dados>'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LOOP-LISTA
           IF PARAM-DIRETORIO EQUAL SPACES
               DISPLAY 'PARAMETRO DIRETORIO-DADOS AUSENTE OU VAZIO'
               DISPLAY 'EM PARAMETROS.txt - PROGRAMA ENCERRADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS TO PARAM-INI
               IF PARAM-DIR-LEN >= 180
                   DISPLAY 'PARAMETRO DIRETORIO-DADOS MUITO LONGO'
                   DISPLAY 'PROGRAMA ENCERRADO'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO PARAM-DIR-LEN
               MOVE '\' TO PARAM-DIRETORIO (PARAM-DIR-LEN:1)
               DELIMITED BY SIZE INTO ARQUIVO-FATURAS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ACRESCIMOS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ACRESCIMOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CONTROLE.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CONTROLE

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE HOJE-INTEGER = FUNCTION INTEGER-OF-DATE
       0010-CARREGAR-PARAMETROS-FIM.
           EXIT.

       0020-VERIFICAR-CONTROLE              SECTION.

           MOVE SPACES TO CTL-ULTIMA
           MOVE 'N' TO CTL-RETOMADA

           OPEN INPUT CONTROLE
           IF AS-STATUS-CT EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CONTROLE
                   IF AS-STATUS-CT NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-CONTROLE-PROGRAMA EQUAL CTL-PROGRAMA
                           AND ARQ-CONTROLE-DATA EQUAL HOJE-YYYYMMDD
                           AND NOT ARQ-CONTROLE-PULADO
                           MOVE ARQ-CONTROLE-SITUACAO TO CTL-ULTIMA
                           MOVE ARQ-CONTROLE-HORA TO CTL-ULTIMA-HORA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTROLE
           END-IF

           IF CTL-ULTIMA-CONCLUIDA
               DISPLAY 'COBRANCA JA CONCLUIDA HOJE AS '
                   CTL-ULTIMA-HORA ' - NADA A FAZER'
               MOVE 4 TO RETURN-CODE
               MOVE 'P' TO CTL-SITUACAO
               PERFORM 0030-GRAVAR-CONTROLE
               GOBACK
           END-IF

           IF CTL-ULTIMA-INTERROMPIDA
               DISPLAY 'EXECUCAO DE HOJE INICIADA AS '
                   CTL-ULTIMA-HORA ' NAO FOI CONCLUIDA - RETOMANDO'
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

           MOVE ZEROS TO COB-FATU-QTDE
           OPEN INPUT FATURAS
           IF AS-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM FATURAS REGISTRADAS'
               PERFORM 4000-FINALIZAR
           END-IF

           MOVE 0 TO LOOP-LISTA
           IF COB-FATU-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 FATURAS ATINGIDO - '
                   'EXECUCAO ENCERRADA SEM ALTERACOES'
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           .
       1000-CARREGAR-FATURAS-FIM.
           EXIT.

       1010-CARREGAR-ACRESCIMOS-HOJE        SECTION.

           MOVE ZEROS TO COB-ACR-QTDE

           OPEN INPUT ACRESCIMOS
           IF AS-STATUS-AC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ACRESCIMOS
                   IF AS-STATUS-AC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-ACRESCIMOS-DATA EQUAL HOJE-YYYYMMDD
                           IF COB-ACR-QTDE < 500
                               ADD 1 TO COB-ACR-QTDE
                               MOVE ARQ-ACRESCIMOS-FATURA TO
                                   COB-ACR-FATURA (COB-ACR-QTDE)
                               MOVE ARQ-ACRESCIMOS-ANTERIOR TO
                                   COB-ACR-ANTERIOR (COB-ACR-QTDE)
                               MOVE ARQ-ACRESCIMOS-NOVO TO
                                   COB-ACR-NOVO (COB-ACR-QTDE)
                           ELSE
                               MOVE 'S' TO COB-FATU-EXCESSO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACRESCIMOS
           END-IF

           IF COB-FATU-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 ACRESCIMOS DO DIA '
                   'ATINGIDO - EXECUCAO ENCERRADA SEM ALTERACOES'
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           .
       1010-CARREGAR-ACRESCIMOS-HOJE-FIM.
           EXIT.

       2000-APLICAR-ENCARGOS                SECTION.

           MOVE 'N' TO COB-ALTEROU
           END-IF
           IF AS-STATUS-AC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE ACRESCIMOS'
               MOVE 12 TO RETURN-CODE
               PERFORM 4900-ENCERRAR-COM-ERRO
           END-IF

           PERFORM VARYING COB-FATU-IDX FROM 1 BY 1

           MOVE ARQ-FATURAS-TOTAL TO COB-ANTERIOR

           MOVE COB-ORIGINAL TO COB-BASE
           IF ARQ-FATURAS-CREDITO IS NUMERIC
               AND ARQ-FATURAS-CREDITO > ZEROS
               IF ARQ-FATURAS-CREDITO < COB-ORIGINAL
                   SUBTRACT ARQ-FATURAS-CREDITO FROM COB-BASE
               ELSE
                   MOVE ZEROS TO COB-BASE
               END-IF
           END-IF

           COMPUTE COB-NOVO-TOTAL ROUNDED =
               COB-BASE +
               (COB-BASE * PARAM-MULTA-PCT / 100) +
               (COB-BASE * PARAM-JUROS-PCT *
                   COB-DIAS-ATRASO / 100)
               ON SIZE ERROR MOVE COB-ANTERIOR TO COB-NOVO-TOTAL
           END-COMPUTE

           IF ARQ-FATURAS-ISENCAO IS NUMERIC
               AND ARQ-FATURAS-ISENCAO > ZEROS
               AND COB-NOVO-TOTAL > COB-BASE
               COMPUTE COB-ENCARGOS = COB-NOVO-TOTAL - COB-BASE
               IF ARQ-FATURAS-ISENCAO < COB-ENCARGOS
                   SUBTRACT ARQ-FATURAS-ISENCAO FROM COB-NOVO-TOTAL
               ELSE
                   MOVE COB-BASE TO COB-NOVO-TOTAL
               END-IF
           END-IF

           PERFORM 2003-BUSCAR-ACRESCIMO-HOJE

           IF COB-ACR-ACHOU-SIM
               PERFORM 2004-REAPLICAR-ACRESCIMO
           ELSE
               IF COB-NOVO-TOTAL NOT EQUAL COB-ANTERIOR
                   OR ARQ-FATURAS-TOTAL-ORIG IS NOT NUMERIC
                   OR ARQ-FATURAS-TOTAL-ORIG EQUAL ZEROS
                   MOVE COB-ORIGINAL TO ARQ-FATURAS-TOTAL-ORIG
                   MOVE COB-NOVO-TOTAL TO ARQ-FATURAS-TOTAL
                   MOVE ARQ-FATURAS TO COB-FATU-REC (COB-FATU-IDX)
                   MOVE 'S' TO COB-ALTEROU

                   IF COB-NOVO-TOTAL NOT EQUAL COB-ANTERIOR
                       ADD 1 TO COB-QTDE-ATUALIZADAS
                       MOVE ARQ-FATURAS-ID TO ARQ-ACRESCIMOS-FATURA
                       MOVE HOJE-YYYYMMDD TO ARQ-ACRESCIMOS-DATA
                       MOVE COB-DIAS-ATRASO TO ARQ-ACRESCIMOS-DIAS
                       MOVE COB-BASE TO ARQ-ACRESCIMOS-ORIGINAL
                       MOVE COB-ANTERIOR TO ARQ-ACRESCIMOS-ANTERIOR
                       MOVE COB-NOVO-TOTAL TO ARQ-ACRESCIMOS-NOVO
                       MOVE SPACES TO ARQ-ACRESCIMOS-FIM
                       WRITE ARQ-ACRESCIMOS
                   END-IF
               END-IF
           END-IF

       2001-ATUALIZAR-FATURA-FIM.
           EXIT.

       2003-BUSCAR-ACRESCIMO-HOJE           SECTION.

           MOVE 'N' TO COB-ACR-ACHOU
           MOVE ZEROS TO COB-ACR-ACHOU-IDX
           PERFORM VARYING COB-ACR-IDX FROM 1 BY 1
               UNTIL COB-ACR-IDX > COB-ACR-QTDE
               IF COB-ACR-FATURA (COB-ACR-IDX) EQUAL ARQ-FATURAS-ID
                   MOVE 'S' TO COB-ACR-ACHOU
                   MOVE COB-ACR-IDX TO COB-ACR-ACHOU-IDX
               END-IF
           END-PERFORM

           .
       2003-BUSCAR-ACRESCIMO-HOJE-FIM.
           EXIT.

       2004-REAPLICAR-ACRESCIMO             SECTION.

           IF ARQ-FATURAS-TOTAL EQUAL
                   COB-ACR-ANTERIOR (COB-ACR-ACHOU-IDX)
               AND ARQ-FATURAS-TOTAL NOT EQUAL
                   COB-ACR-NOVO (COB-ACR-ACHOU-IDX)
               MOVE COB-ORIGINAL TO ARQ-FATURAS-TOTAL-ORIG
               MOVE COB-ACR-NOVO (COB-ACR-ACHOU-IDX) TO
                   ARQ-FATURAS-TOTAL
               MOVE ARQ-FATURAS TO COB-FATU-REC (COB-FATU-IDX)
               MOVE 'S' TO COB-ALTEROU
               ADD 1 TO COB-QTDE-RETOMADAS
               DISPLAY 'FATURA ' ARQ-FATURAS-ID
                   ' - ACRESCIMO JA REGISTRADO HOJE REAPLICADO'
           END-IF

           .
       2004-REAPLICAR-ACRESCIMO-FIM.
           EXIT.

       2002-ACUMULAR-CLIENTE                SECTION.

           MOVE 'N' TO COB-CLI-ACHOU
       2002-ACUMULAR-CLIENTE-FIM.
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
               AND BKP-QTDE NOT EQUAL COB-FATU-QTDE
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

           IF COB-ALTEROU-SIM
               PERFORM 2090-GRAVAR-BACKUP-FATURAS
               IF BKP-OK-NAO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               END-IF

               OPEN OUTPUT FATURAS
               IF AS-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE FATURAS '
                       AS-STATUS-F
                   MOVE 12 TO RETURN-CODE
                   PERFORM 4900-ENCERRAR-COM-ERRO
               ELSE
                   MOVE 'N' TO COB-ERRO-REGRAVA
                   PERFORM VARYING COB-FATU-IDX FROM 1 BY 1
                       UNTIL COB-FATU-IDX > COB-FATU-QTDE
                       MOVE COB-FATU-REC (COB-FATU-IDX) TO
                           ARQ-FATURAS
                       WRITE ARQ-FATURAS
                       IF AS-STATUS-F NOT EQUAL ZEROS
                           MOVE 'S' TO COB-ERRO-REGRAVA
                       END-IF
                   END-PERFORM
                   CLOSE FATURAS
                   IF COB-ERRO-REGRAVA-SIM
                       DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE FATURAS - '
                           'RESTAURE A COPIA:'
                       DISPLAY ARQUIVO-BACKUP
                       MOVE 12 TO RETURN-CODE
                       PERFORM 4900-ENCERRAR-COM-ERRO
                   END-IF
               END-IF
           END-IF

           DISPLAY 'FATURAS VENCIDAS    ' COB-QTDE-VENCIDAS
           DISPLAY 'FATURAS ATUALIZADAS ' COB-QTDE-ATUALIZADAS
           DISPLAY 'AVISOS GERADOS      ' COB-QTDE-AVISOS
           IF CTL-RETOMADA-SIM
               DISPLAY 'ACRESCIMOS RETOMADOS' COB-QTDE-RETOMADAS
           END-IF
           DISPLAY '-------------------------------------'

           MOVE COB-FATU-QTDE TO CTL-LIDOS
           COMPUTE CTL-GRAVADOS =
               COB-QTDE-ATUALIZADAS + COB-QTDE-RETOMADAS
           MOVE 'C' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           GOBACK
           .
       4000-FINALIZAR-FIM.
           EXIT.

       4900-ENCERRAR-COM-ERRO               SECTION.

           MOVE COB-FATU-QTDE TO CTL-LIDOS
           MOVE COB-QTDE-ATUALIZADAS TO CTL-GRAVADOS
           MOVE 'E' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           DISPLAY 'COBRANCA ENCERRADA COM ERRO - EXECUTE NOVAMENTE '
               'APOS CORRIGIR O PROBLEMA'

           GOBACK
           .
       4900-ENCERRAR-COM-ERRO-FIM.
           EXIT.

       END PROGRAM CBLCOB01.
