      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciliacao de locacoes, veiculos, clientes e
      *          transferencias - grava as divergencias em
      *          EXCECOES.txt e registra a execucao em CONTROLE.txt
      * Tectonics: cobc
      ******************************************************************

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-X.

       SELECT CONTROLE ASSIGN TO ARQUIVO-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CT.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ALUGUEL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-ALUGUEL                      PIC X(64).
       01 FILLER REDEFINES ARQ-ALUGUEL.
           05 ARQ-ALUGUEL-DIAS             PIC 9(03).
           05 ARQ-ALUGUEL-VALOR            PIC 9(05),99.
           05 ARQ-ALUGUEL-KM-SAIDA         PIC 9(07).
           05 ARQ-ALUGUEL-COMB-SAIDA       PIC 9(03).
           05 ARQ-ALUGUEL-PRECO-FIXO       PIC X(01).
           05 ARQ-ALUGUEL-PLANO            PIC X(02).
           05 ARQ-ALUGUEL-PLANO-DIARIA     PIC 9(05)V99.
           05 ARQ-ALUGUEL-FRANQUIA         PIC 9(07)V99.
           05 ARQ-CLIENTES-FIM             PIC X(002).

       FD EXCECOES
               88 ARQ-TRANSF-CONCLUIDA         VALUE 'C'.
           05 ARQ-TRANSF-FIM               PIC X(002).

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

       01 AS-STATUS-E                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-X                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-P                      PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CT                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-VEICULOS                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-CLIENTES                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-ALUGUEL                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXCECOES                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-TRANSF                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-CONTROLE                 PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-DIR-LEN                    PIC 9(03) VALUE ZEROS.

       01 LOOP-LISTA                       PIC 9(01) VALUE ZEROS.

       01 HOJE-YYYYMMDD                    PIC 9(08) VALUE ZEROS.

       01 REC-VEIC-QTDE                    PIC 9(04) VALUE ZEROS.
       01 REC-VEIC-IDX                     PIC 9(04) VALUE ZEROS.
       01 REC-VEIC-TAB.
           88 REC-ACHOU-SIM                VALUE 'S'.
           88 REC-ACHOU-NAO                VALUE 'N'.

       01 REC-QTDE-LOCACOES                PIC 9(05) VALUE ZEROS.
       01 REC-QTDE-EXCECOES                PIC 9(05) VALUE ZEROS.

       01 CTL-PROGRAMA                     PIC X(08) VALUE 'CBLREC01'.
       01 CTL-SITUACAO                     PIC X(01) VALUE SPACES.
       01 CTL-CHAVE                        PIC X(24) VALUE SPACES.
       01 CTL-LIDOS                        PIC 9(07) VALUE ZEROS.
       01 CTL-GRAVADOS                     PIC 9(07) VALUE ZEROS.
       01 CTL-HORA-COMPLETA                PIC X(08) VALUE SPACES.

      ******************************************************************

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 0010-CARREGAR-PARAMETROS.
           PERFORM 0020-REGISTRAR-INICIO.
           PERFORM 1000-CARREGAR-VEICULOS.
           PERFORM 1010-CARREGAR-CLIENTES.
           PERFORM 1020-CARREGAR-TRANSFERENCIAS.
           OPEN OUTPUT EXCECOES
           IF AS-STATUS-E NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE EXCECOES'
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO CTL-SITUACAO
           ELSE
               PERFORM 2000-VERIFICAR-ALUGUEL
               PERFORM 2010-VERIFICAR-VEICULOS-OCUPADOS
               PERFORM 2020-VERIFICAR-VEICULOS-TRANSITO
               CLOSE EXCECOES
               MOVE 'C' TO CTL-SITUACAO
           END-IF

           PERFORM 4000-FINALIZAR.

       0010-CARREGAR-PARAMETROS             SECTION.

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
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'TRANSFERENCIAS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-TRANSF
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CONTROLE.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CONTROLE

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD

           .
       0010-CARREGAR-PARAMETROS-FIM.
           EXIT.

       0020-REGISTRAR-INICIO                SECTION.

           MOVE 'I' TO CTL-SITUACAO
           PERFORM 0030-GRAVAR-CONTROLE

           .
       0020-REGISTRAR-INICIO-FIM.
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

       1000-CARREGAR-VEICULOS              SECTION.

           MOVE ZEROS TO REC-VEIC-QTDE
                   IF AS-STATUS-A NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO REC-QTDE-LOCACOES
                       PERFORM 2001-VALIDAR-VEICULO-ALUGUEL
                       PERFORM 2002-VALIDAR-CLIENTE-ALUGUEL
                       IF REC-ALUG-QTDE < 500
                       MOVE 'LOCACAO ATIVA COM VEICULO NAO OCUPADO'
                           TO ARQ-EXCECOES-DESCRICAO
                       WRITE ARQ-EXCECOES
                       ADD 1 TO REC-QTDE-EXCECOES
                   END-IF
               END-IF
           END-PERFORM
               MOVE 'LOCACAO REFERENCIA VEICULO NAO CADASTRADO'
                   TO ARQ-EXCECOES-DESCRICAO
               WRITE ARQ-EXCECOES
               ADD 1 TO REC-QTDE-EXCECOES
           END-IF

           .
               MOVE 'LOCACAO REFERENCIA CLIENTE NAO CADASTRADO'
                   TO ARQ-EXCECOES-DESCRICAO
               WRITE ARQ-EXCECOES
               ADD 1 TO REC-QTDE-EXCECOES
           END-IF

           .
                       MOVE 'VEICULO OCUPADO SEM LOCACAO'
                           TO ARQ-EXCECOES-DESCRICAO
                       WRITE ARQ-EXCECOES
                       ADD 1 TO REC-QTDE-EXCECOES
                   END-IF
               END-IF
           END-PERFORM
                       MOVE 'VEICULO EM TRANSITO SEM TRANSFERENCIA'
                           TO ARQ-EXCECOES-DESCRICAO
                       WRITE ARQ-EXCECOES
                       ADD 1 TO REC-QTDE-EXCECOES
                   END-IF
               END-IF
           END-PERFORM
       2020-VERIFICAR-VEICULOS-TRANSITO-FIM.
           EXIT.

       4000-FINALIZAR                       SECTION.

           DISPLAY '-------------------------------------'
           DISPLAY 'RECONCILIACAO CONCLUIDA'
           DISPLAY 'VEICULOS            ' REC-VEIC-QTDE
           DISPLAY 'CLIENTES            ' REC-CLI-QTDE
           DISPLAY 'LOCACOES            ' REC-QTDE-LOCACOES
           DISPLAY 'EXCECOES            ' REC-QTDE-EXCECOES
           DISPLAY '-------------------------------------'

           MOVE REC-QTDE-LOCACOES TO CTL-LIDOS
           MOVE REC-QTDE-EXCECOES TO CTL-GRAVADOS
           PERFORM 0030-GRAVAR-CONTROLE

           GOBACK
           .
       4000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CBLREC01.
