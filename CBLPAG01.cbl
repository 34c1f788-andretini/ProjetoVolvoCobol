       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AU.

       SELECT CAUCOES ASSIGN TO ARQUIVO-CAUCOES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CA.

       SELECT CNH ASSIGN TO ARQUIVO-CNH
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-CN.

       SELECT ALUGCOND ASSIGN TO ARQUIVO-ALUGCOND
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AC.

       SELECT TAXASDEV ASSIGN TO ARQUIVO-TAXASDEV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-TD.

       SELECT PLANOS ASSIGN TO ARQUIVO-PLANOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-PL.

       SELECT SINISTROS ASSIGN TO ARQUIVO-SINISTROS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-SI.

       SELECT NOTASCRED ASSIGN TO ARQUIVO-NOTASCRED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-NC.

       SELECT REEMBOLSOS ASSIGN TO ARQUIVO-REEMBOLSOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-RB.

       SELECT EXPCRED ASSIGN TO ARQUIVO-EXPCRED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E4.

       SELECT PREVISAO ASSIGN TO ARQUIVO-PREVISAO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-PV.

       SELECT DEPRECCAT ASSIGN TO ARQUIVO-DEPRECCAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-DC.

       SELECT ATIVOS ASSIGN TO ARQUIVO-ATIVOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-AT.

       SELECT DEPRECIACAO ASSIGN TO ARQUIVO-DEPRECIACAO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-DP.

       SELECT EXPDEP ASSIGN TO ARQUIVO-EXPDEP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS AS-STATUS-E5.

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

       FD IDS
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

       FD HISTORICO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-HISTORICO                    PIC X(87).
       01 FILLER REDEFINES ARQ-HISTORICO.
           05 ARQ-HISTORICO-VEICULO        PIC 9(04).
           05 ARQ-HISTORICO-CLIENTE        PIC 9(04).
           05 ARQ-HISTORICO-CONTA          PIC 9(04).
           05 ARQ-HISTORICO-FATURADO       PIC X(01).
               88 ARQ-HISTORICO-JA-FATURADO    VALUE 'S'.
           05 ARQ-HISTORICO-FILIAL-RETIRADA
                                            PIC X(02).
           05 ARQ-HISTORICO-TAXA-RETORNO   PIC 9(05)V99.
           05 ARQ-HISTORICO-PROTECAO       PIC 9(07)V99.
           05 ARQ-HISTORICO-FIM            PIC X(002).

       FD TRANSFERENCIAS
           05 ARQ-AUDITORIA-VEICULO        PIC 9(04).
           05 ARQ-AUDITORIA-FIM            PIC X(002).

       FD CAUCOES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-CAUCOES                      PIC X(79).
       01 FILLER REDEFINES ARQ-CAUCOES.
           05 ARQ-CAUCOES-VEICULO          PIC 9(04).
           05 ARQ-CAUCOES-CLIENTE          PIC 9(04).
           05 ARQ-CAUCOES-DATA-LOC         PIC 9(08).
           05 ARQ-CAUCOES-VALOR            PIC 9(07)V99.
           05 ARQ-CAUCOES-FORMA            PIC X(01).
               88 ARQ-CAUCOES-DINHEIRO         VALUE 'D'.
               88 ARQ-CAUCOES-CARTAO           VALUE 'C'.
               88 ARQ-CAUCOES-PIX              VALUE 'P'.
           05 ARQ-CAUCOES-AUTORIZACAO      PIC X(20).
           05 ARQ-CAUCOES-STATUS           PIC X(01).
               88 ARQ-CAUCOES-RETIDA           VALUE 'R'.
               88 ARQ-CAUCOES-LIBERADA         VALUE 'L'.
           05 ARQ-CAUCOES-DATA-DEV         PIC 9(08).
           05 ARQ-CAUCOES-APLICADO         PIC 9(07)V99.
           05 ARQ-CAUCOES-LIBERADO         PIC 9(07)V99.
           05 ARQ-CAUCOES-FILIAL           PIC X(02).
           05 ARQ-CAUCOES-FILIAL-DEV       PIC X(02).
           05 ARQ-CAUCOES-FIM              PIC X(002).

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

       FD TAXASDEV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-TAXASDEV                     PIC X(13).
       01 FILLER REDEFINES ARQ-TAXASDEV.
           05 ARQ-TAXASDEV-ORIGEM          PIC X(02).
           05 ARQ-TAXASDEV-DESTINO         PIC X(02).
           05 ARQ-TAXASDEV-VALOR           PIC 9(05)V99.
           05 ARQ-TAXASDEV-FIM             PIC X(002).

       FD PLANOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-PLANOS                       PIC X(40).
       01 FILLER REDEFINES ARQ-PLANOS.
           05 ARQ-PLANOS-CODIGO            PIC X(02).
           05 ARQ-PLANOS-DESCRICAO         PIC X(20).
           05 ARQ-PLANOS-DIARIA            PIC 9(05)V99.
           05 ARQ-PLANOS-FRANQUIA          PIC 9(07)V99.
           05 ARQ-PLANOS-FIM               PIC X(002).

       FD SINISTROS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-SINISTROS                    PIC X(60).
       01 FILLER REDEFINES ARQ-SINISTROS.
           05 ARQ-SINISTROS-VEICULO        PIC 9(04).
           05 ARQ-SINISTROS-CLIENTE        PIC 9(04).
           05 ARQ-SINISTROS-DATA-LOC       PIC 9(08).
           05 ARQ-SINISTROS-DATA-VIST      PIC 9(08).
           05 ARQ-SINISTROS-ITEM           PIC 9(02).
           05 ARQ-SINISTROS-PLANO          PIC X(02).
           05 ARQ-SINISTROS-VALOR-ITEM     PIC 9(07)V99.
           05 ARQ-SINISTROS-FRANQUIA       PIC 9(07)V99.
           05 ARQ-SINISTROS-VALOR          PIC 9(07)V99.
           05 ARQ-SINISTROS-STATUS         PIC X(01).
               88 ARQ-SINISTROS-ABERTO         VALUE 'A'.
               88 ARQ-SINISTROS-RECEBIDO       VALUE 'R'.
           05 ARQ-SINISTROS-FILIAL         PIC X(02).
           05 ARQ-SINISTROS-FIM            PIC X(002).

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

       FD REEMBOLSOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-REEMBOLSOS                   PIC X(38).
       01 FILLER REDEFINES ARQ-REEMBOLSOS.
           05 ARQ-REEMBOLSOS-NOTA          PIC 9(04).
           05 ARQ-REEMBOLSOS-FATURA        PIC 9(04).
           05 ARQ-REEMBOLSOS-CLIENTE       PIC 9(04).
           05 ARQ-REEMBOLSOS-CONTA         PIC 9(04).
           05 ARQ-REEMBOLSOS-VALOR         PIC 9(07)V99.
           05 ARQ-REEMBOLSOS-DATA          PIC 9(08).
           05 ARQ-REEMBOLSOS-FILIAL        PIC X(02).
           05 ARQ-REEMBOLSOS-STATUS        PIC X(01).
               88 ARQ-REEMBOLSOS-PENDENTE      VALUE 'P'.
               88 ARQ-REEMBOLSOS-EFETUADO      VALUE 'E'.
           05 ARQ-REEMBOLSOS-FIM           PIC X(002).

       FD EXPCRED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPCRED                      PIC X(100).

       FD PREVISAO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-PREVISAO                     PIC X(132).

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

       FD EXPDEP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ARQ-EXPDEP                       PIC X(120).


      ******************************************************************
       WORKING-STORAGE SECTION.
       01 AS-STATUS-DO                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DA                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-OR                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CA                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CN                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AC                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TD                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PL                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SI                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NC                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RB                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E4                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PV                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DC                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AT                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DP                     PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E5                     PIC 9(02) VALUE ZEROS.

       01 ARQUIVO-VEICULOS                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-CLIENTES                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-DOCUMENTOS               PIC X(256) VALUE SPACES.
       01 ARQUIVO-DOCARQ                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-ORCAMENTOS               PIC X(256) VALUE SPACES.
       01 ARQUIVO-CAUCOES                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-CNH                      PIC X(256) VALUE SPACES.
       01 ARQUIVO-ALUGCOND                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-TAXASDEV                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-PLANOS                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-SINISTROS                PIC X(256) VALUE SPACES.
       01 ARQUIVO-NOTASCRED                PIC X(256) VALUE SPACES.
       01 ARQUIVO-REEMBOLSOS               PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPCRED                  PIC X(256) VALUE SPACES.
       01 ARQUIVO-PREVISAO                 PIC X(256) VALUE SPACES.
       01 ARQUIVO-DEPRECCAT                PIC X(256) VALUE SPACES.
       01 ARQUIVO-ATIVOS                   PIC X(256) VALUE SPACES.
       01 ARQUIVO-DEPRECIACAO              PIC X(256) VALUE SPACES.
       01 ARQUIVO-EXPDEP                   PIC X(256) VALUE SPACES.

       01 PARAM-DIRETORIO                  PIC X(180) VALUE SPACES.
       01 PARAM-PROJC                      PIC X(180) VALUE SPACES.
           05 PARAM-COMB-REAIS             PIC 9(03).
           05 FILLER                       PIC X(01).
           05 PARAM-COMB-CENT              PIC 9(02).
       01 PARAM-COND-TAXA                  PIC 9(03)V99 VALUE 15.00.
       01 PARAM-COND-TXT                   PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES PARAM-COND-TXT.
           05 PARAM-COND-REAIS             PIC 9(03).
           05 FILLER                       PIC X(01).
           05 PARAM-COND-CENT              PIC 9(02).
       01 PARAM-RETORNO-TAXA               PIC 9(03)V99 VALUE 100.00.
       01 PARAM-RETORNO-TXT                PIC X(06) VALUE SPACES.
       01 FILLER REDEFINES PARAM-RETORNO-TXT.
           05 PARAM-RETORNO-REAIS          PIC 9(03).
           05 FILLER                       PIC X(01).
           05 PARAM-RETORNO-CENT           PIC 9(02).
       01 PARAM-KM-REVISAO                 PIC 9(05) VALUE 10000.
       01 PARAM-ORC-VALIDADE               PIC 9(03) VALUE 15.

       01 DEVOL-COMB-SAIDA                 PIC 9(03) VALUE ZEROS.
       01 DEVOL-COMB-RETORNO               PIC 9(03) VALUE ZEROS.
       01 DEVOL-TAXA-COMB                  PIC 9(05)V99 VALUE ZEROS.
       01 DEVOL-VALOR-FATURA               PIC 9(07)V99 VALUE ZEROS.
       01 DEVOL-QTDE-COND                  PIC 9(02) VALUE ZEROS.
       01 DEVOL-TAXA-COND                  PIC 9(05)V99 VALUE ZEROS.
       01 DEVOL-DIAS-COND                  PIC 9(05) VALUE ZEROS.
       01 DEVOL-VALOR-COND                 PIC 9(07)V99 VALUE ZEROS.
       01 DEVOL-FILIAL-RETIRADA            PIC X(02) VALUE SPACES.
       01 DEVOL-TAXA-RETORNO               PIC 9(05)V99 VALUE ZEROS.
       01 DEVOL-OUTRA-FILIAL               PIC X(01) VALUE 'N'.
           88 DEVOL-OUTRA-FILIAL-SIM       VALUE 'S'.
           88 DEVOL-OUTRA-FILIAL-NAO       VALUE 'N'.
       01 DEVOL-PLANO                      PIC X(02) VALUE SPACES.
       01 DEVOL-PLANO-DIARIA               PIC 9(05)V99 VALUE ZEROS.
       01 DEVOL-FRANQUIA                   PIC 9(07)V99 VALUE ZEROS.
       01 DEVOL-DIAS-PROT                  PIC 9(05) VALUE ZEROS.
       01 DEVOL-VALOR-PROT                 PIC 9(07)V99 VALUE ZEROS.
       01 DEVOL-AVARIA-COBRADA             PIC 9(07)V99 VALUE ZEROS.
       01 DEVOL-AVARIA-SINISTRO            PIC 9(07)V99 VALUE ZEROS.

       01 VIST-QTDE                        PIC 9(02) VALUE ZEROS.
       01 VIST-IDX                         PIC 9(02) VALUE ZEROS.
               10 VIST-ITEM-SEV            PIC X(01).
               10 VIST-ITEM-VALOR          PIC 9(07)V99.

       01 CNH-CLIENTE-BUSCA                PIC 9(04) VALUE ZEROS.
       01 CNH-HOJE                         PIC 9(08) VALUE ZEROS.
       01 CNH-ACHOU                        PIC X(01) VALUE 'N'.
           88 CNH-ACHOU-SIM                VALUE 'S'.
           88 CNH-ACHOU-NAO                VALUE 'N'.
       01 CNH-VALIDA                       PIC X(01) VALUE 'N'.
           88 CNH-VALIDA-SIM               VALUE 'S'.
           88 CNH-VALIDA-NAO               VALUE 'N'.
       01 CNH-NUMERO-ACHADO                PIC X(11) VALUE SPACES.
       01 CNH-CATEGORIA-ACHADA             PIC X(02) VALUE SPACES.
       01 CNH-VALIDADE-ACHADA              PIC 9(08) VALUE ZEROS.
       01 CNH-TIPO-VEICULO                 PIC X(20) VALUE SPACES.
       01 CNH-CAT-EXIGIDA                  PIC X(01) VALUE SPACES.
       01 CNH-CAT-LETRA                    PIC X(01) VALUE SPACES.
       01 CNH-HABILITADO                   PIC X(01) VALUE 'N'.
           88 CNH-HABILITADO-SIM           VALUE 'S'.
           88 CNH-HABILITADO-NAO           VALUE 'N'.
       01 CNH-NOVA-NUMERO                  PIC X(11) VALUE SPACES.
       01 CNH-NOVA-CATEGORIA               PIC X(02) VALUE SPACES.
       01 CNH-NOVA-VALIDADE                PIC 9(08) VALUE ZEROS.
       01 CNH-ENTRADA-OK                   PIC X(01) VALUE 'N'.
           88 CNH-ENTRADA-OK-SIM           VALUE 'S'.
           88 CNH-ENTRADA-OK-NAO           VALUE 'N'.
       01 CNH-QTDE                         PIC 9(04) VALUE ZEROS.
       01 CNH-IDX                          PIC 9(04) VALUE ZEROS.
       01 CNH-IDX-ACHADO                   PIC 9(04) VALUE ZEROS.
       01 CNH-EXCESSO                      PIC X(01) VALUE 'N'.
           88 CNH-EXCESSO-SIM              VALUE 'S'.
           88 CNH-EXCESSO-NAO              VALUE 'N'.
       01 CNH-TAB.
           05 CNH-REC OCCURS 500 TIMES    PIC X(27).

       01 LOOP-CONDUTOR                    PIC 9(01) VALUE ZEROS.
       01 COND-RESPOSTA                    PIC X(01) VALUE SPACES.
       01 COND-ID-BUSCA                    PIC 9(04) VALUE ZEROS.
       01 COND-NOME-BUSCA                  PIC X(20) VALUE SPACES.
       01 COND-BUSCA-VEICULO               PIC 9(04) VALUE ZEROS.
       01 COND-BUSCA-CLIENTE               PIC 9(04) VALUE ZEROS.
       01 COND-BUSCA-DATA                  PIC 9(08) VALUE ZEROS.
       01 COND-DUPLICADO                   PIC X(01) VALUE 'N'.
           88 COND-DUPLICADO-SIM           VALUE 'S'.
           88 COND-DUPLICADO-NAO           VALUE 'N'.
       01 COND-QTDE                        PIC 9(01) VALUE ZEROS.
       01 COND-IDX                         PIC 9(01) VALUE ZEROS.
       01 COND-TAB.
           05 COND-ITEM OCCURS 5 TIMES.
               10 COND-ID                  PIC 9(04).
               10 COND-NOME                PIC X(20).
               10 COND-CNH                 PIC X(11).

       01 TXD-ORIGEM                       PIC X(02) VALUE SPACES.
       01 TXD-DESTINO                      PIC X(02) VALUE SPACES.
       01 TXD-VALOR                        PIC 9(05)V99 VALUE ZEROS.
       01 TXD-ACHOU                        PIC X(01) VALUE 'N'.
           88 TXD-ACHOU-SIM                VALUE 'S'.
           88 TXD-ACHOU-NAO                VALUE 'N'.
       01 VEIC-FIL-OK                      PIC X(01) VALUE 'N'.
           88 VEIC-FIL-OK-SIM              VALUE 'S'.
           88 VEIC-FIL-OK-NAO              VALUE 'N'.

       01 ACF-MES-ENTRADA                  PIC X(06) VALUE SPACES.
       01 ACF-AAAAMM                       PIC X(06) VALUE SPACES.
       01 ACF-REPASSE                      PIC 9(07)V99 VALUE ZEROS.
       01 ACF-FILIAL-BUSCA                 PIC X(02) VALUE SPACES.
       01 ACF-EXCESSO                      PIC X(01) VALUE 'N'.
           88 ACF-EXCESSO-SIM              VALUE 'S'.
           88 ACF-EXCESSO-NAO              VALUE 'N'.
       01 ACF-QTDE-PAR                     PIC 9(03) VALUE ZEROS.
       01 ACF-IDX                          PIC 9(03) VALUE ZEROS.
       01 ACF-IDX-ACHADO                   PIC 9(03) VALUE ZEROS.
       01 ACF-PAR-TAB.
           05 ACF-PAR-ITEM OCCURS 200 TIMES.
               10 ACF-PAR-ORIGEM           PIC X(02).
               10 ACF-PAR-DESTINO          PIC X(02).
               10 ACF-PAR-VEIC             PIC 9(04).
               10 ACF-PAR-RECEITA          PIC 9(09)V99.
               10 ACF-PAR-TAXA             PIC 9(09)V99.
               10 ACF-PAR-REPASSE          PIC 9(09)V99.
       01 ACF-QTDE-FIL                     PIC 9(03) VALUE ZEROS.
       01 ACF-FIL-IDX                      PIC 9(03) VALUE ZEROS.
       01 ACF-FIL-TAB.
           05 ACF-FIL-ITEM OCCURS 100 TIMES.
               10 ACF-FIL-CODIGO           PIC X(02).
               10 ACF-FIL-VEIC-ENV         PIC 9(04).
               10 ACF-FIL-VEIC-REC         PIC 9(04).
               10 ACF-FIL-A-RECEBER        PIC 9(09)V99.
               10 ACF-FIL-A-PAGAR          PIC 9(09)V99.
       01 ACF-SALDO-VEIC                   PIC 9(04) VALUE ZEROS.
       01 ACF-SALDO-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       01 ACF-TOTAL-VEIC                   PIC 9(05) VALUE ZEROS.
       01 ACF-TOTAL-RECEITA                PIC 9(09)V99 VALUE ZEROS.

       01 PREV-HORIZONTE                   PIC 9(02) VALUE ZEROS.
       01 PREV-OK                          PIC X(01) VALUE 'S'.
           88 PREV-OK-SIM                  VALUE 'S'.
           88 PREV-OK-NAO                  VALUE 'N'.
       01 PREV-ARQ-OK                      PIC X(01) VALUE 'N'.
           88 PREV-ARQ-OK-SIM              VALUE 'S'.
           88 PREV-ARQ-OK-NAO              VALUE 'N'.
       01 PREV-TIPO                        PIC X(01) VALUE SPACES.
           88 PREV-TIPO-LOCACAO            VALUE 'L'.
           88 PREV-TIPO-RESERVA            VALUE 'R'.
           88 PREV-TIPO-ORCAMENTO          VALUE 'O'.
       01 PREV-INI-INT                     PIC S9(09) VALUE ZEROS.
       01 PREV-FIM-INT                     PIC S9(09) VALUE ZEROS.
       01 PREV-ULTIMO-INT                  PIC S9(09) VALUE ZEROS.
       01 PREV-DATA-INT                    PIC S9(09) VALUE ZEROS.
       01 PREV-DATA-AAAAMMDD               PIC 9(08) VALUE ZEROS.
       01 PREV-DATA-DMA                    PIC X(10) VALUE SPACES.
       01 PREV-DIA                         PIC 9(02) VALUE ZEROS.
       01 PREV-COMPROMETIDO                PIC 9(04) VALUE ZEROS.
       01 PREV-SALDO                       PIC S9(04) VALUE ZEROS.
       01 PREV-SALDO-ED                    PIC -(04)9 VALUE ZEROS.
       01 PREV-QT-ED                       PIC Z(03)9 VALUE ZEROS.
       01 PREV-QT-ED2                      PIC Z(03)9 VALUE ZEROS.
       01 PREV-QT-ED3                      PIC Z(03)9 VALUE ZEROS.
       01 PREV-QT-ED4                      PIC Z(03)9 VALUE ZEROS.
       01 PREV-PICO                        PIC 9(04) VALUE ZEROS.
       01 PREV-DIAS-FALTA                  PIC 9(02) VALUE ZEROS.
       01 PREV-PRIMEIRA-FALTA              PIC X(10) VALUE SPACES.
       01 PREV-TOTAL-FALTA                 PIC 9(04) VALUE ZEROS.
       01 PREV-TAXA-CONV                   PIC 9(03)V9 VALUE ZEROS.
       01 PREV-TAXA-ED                     PIC ZZ9.9 VALUE ZEROS.
       01 PREV-LINHA                       PIC X(132) VALUE SPACES.
       01 PREV-FILIAL-BUSCA                PIC X(02) VALUE SPACES.
       01 PREV-CATEGORIA-BUSCA             PIC X(20) VALUE SPACES.
       01 PREV-VEIC-BUSCA                  PIC 9(04) VALUE ZEROS.
       01 PREV-EXCESSO                     PIC X(01) VALUE 'N'.
           88 PREV-EXCESSO-SIM             VALUE 'S'.
           88 PREV-EXCESSO-NAO             VALUE 'N'.

       01 PREV-VEIC-QTDE                   PIC 9(04) VALUE ZEROS.
       01 PREV-VEIC-IDX                    PIC 9(04) VALUE ZEROS.
       01 PREV-VEIC-ACHADO                 PIC 9(04) VALUE ZEROS.
       01 PREV-VEIC-TAB.
           05 PREV-VEIC OCCURS 1000 TIMES.
               10 PREV-VEIC-ID             PIC 9(04).
               10 PREV-VEIC-FILIAL         PIC X(02).
               10 PREV-VEIC-CATEGORIA      PIC X(20).
               10 PREV-VEIC-ESTADO         PIC X(20).
               10 PREV-VEIC-ALUG-INT       PIC S9(09).
               10 PREV-VEIC-ALUG-DIAS      PIC 9(03).

       01 PREV-CEL-QTDE                    PIC 9(03) VALUE ZEROS.
       01 PREV-CEL-IDX                     PIC 9(03) VALUE ZEROS.
       01 PREV-CEL-ACHADA                  PIC 9(03) VALUE ZEROS.
       01 PREV-CEL-TAB.
           05 PREV-CEL OCCURS 100 TIMES.
               10 PREV-CEL-FILIAL          PIC X(02).
               10 PREV-CEL-CATEGORIA       PIC X(20).
               10 PREV-CEL-FROTA           PIC 9(04).
               10 PREV-CEL-DIA OCCURS 90 TIMES.
                   15 PREV-CEL-LOC         PIC 9(03).
                   15 PREV-CEL-RES         PIC 9(03).
                   15 PREV-CEL-ORC         PIC 9(03).

       01 PREV-FIL-QTDE                    PIC 9(03) VALUE ZEROS.
       01 PREV-FIL-IDX                     PIC 9(03) VALUE ZEROS.
       01 PREV-FIL-ACHADA                  PIC 9(03) VALUE ZEROS.
       01 PREV-FIL-TAB.
           05 PREV-FIL OCCURS 50 TIMES.
               10 PREV-FIL-CODIGO          PIC X(02).
               10 PREV-FIL-ORC-TOTAL       PIC 9(04).
               10 PREV-FIL-ORC-CONV        PIC 9(04).

       01 PLAN-CODIGO-BUSCA                PIC X(02) VALUE SPACES.
       01 PLAN-ACHOU                       PIC X(01) VALUE 'N'.
           88 PLAN-ACHOU-SIM               VALUE 'S'.
           88 PLAN-ACHOU-NAO               VALUE 'N'.
       01 PLAN-DESCRICAO                   PIC X(20) VALUE SPACES.
       01 PLAN-DIARIA                      PIC 9(05)V99 VALUE ZEROS.
       01 PLAN-FRANQUIA                    PIC 9(07)V99 VALUE ZEROS.
       01 PLAN-QTDE-ATIVOS                 PIC 9(03) VALUE ZEROS.
       01 PLAN-ESCOLHIDO                   PIC X(01) VALUE 'N'.
           88 PLAN-ESCOLHIDO-SIM           VALUE 'S'.
           88 PLAN-ESCOLHIDO-NAO           VALUE 'N'.
       01 PLAN-ESC-CODIGO                  PIC X(02) VALUE SPACES.
       01 PLAN-ESC-DESCRICAO               PIC X(20) VALUE SPACES.
       01 PLAN-ESC-DIARIA                  PIC 9(05)V99 VALUE ZEROS.
       01 PLAN-ESC-FRANQUIA                PIC 9(07)V99 VALUE ZEROS.
       01 PLAN-NOVA-DIARIA                 PIC 9(05)V99 VALUE ZEROS.
       01 PLAN-FRANQUIA-RESTANTE           PIC 9(07)V99 VALUE ZEROS.
       01 PLAN-VALOR-SINISTRO              PIC 9(07)V99 VALUE ZEROS.
       01 PLAN-QTDE                        PIC 9(03) VALUE ZEROS.
       01 PLAN-IDX                         PIC 9(03) VALUE ZEROS.
       01 PLAN-IDX-ACHADO                  PIC 9(03) VALUE ZEROS.
       01 PLAN-EXCESSO                     PIC X(01) VALUE 'N'.
           88 PLAN-EXCESSO-SIM             VALUE 'S'.
           88 PLAN-EXCESSO-NAO             VALUE 'N'.
       01 PLAN-NOVO-REC                    PIC X(40) VALUE SPACES.
       01 PLAN-TAB.
           05 PLAN-REC OCCURS 50 TIMES     PIC X(40).

       01 DEP-CATEGORIA-BUSCA              PIC X(20) VALUE SPACES.
       01 DEP-NOVA-VIDA                    PIC 9(03) VALUE ZEROS.
       01 DEP-NOVO-RESIDUAL                PIC 9(02)V99 VALUE ZEROS.
       01 FILLER REDEFINES DEP-NOVO-RESIDUAL.
           05 DEP-NOVO-RES-INTEIRO         PIC 9(02).
           05 DEP-NOVO-RES-DECIMAL         PIC 9(02).
       01 DEP-NOVO-KM-VIDA                 PIC 9(07) VALUE ZEROS.
       01 DEP-RESIDUAL-ENTRADA.
           05 DEP-RES-ENT-INTEIRO          PIC 9(02).
           05 FILLER                       PIC X(01).
           05 DEP-RES-ENT-DECIMAL          PIC 9(02).
       01 DEP-QTDE                         PIC 9(03) VALUE ZEROS.
       01 DEP-IDX                          PIC 9(03) VALUE ZEROS.
       01 DEP-IDX-ACHADO                   PIC 9(03) VALUE ZEROS.
       01 DEP-EXCESSO                      PIC X(01) VALUE 'N'.
           88 DEP-EXCESSO-SIM              VALUE 'S'.
           88 DEP-EXCESSO-NAO              VALUE 'N'.
       01 DEP-NOVO-REC                     PIC X(36) VALUE SPACES.
       01 DEP-TAB.
           05 DEP-REC OCCURS 50 TIMES      PIC X(36).

       01 ATV-VEIC-BUSCA                   PIC 9(04) VALUE ZEROS.
       01 ATV-AQUISICAO-NOVA               PIC 9(08) VALUE ZEROS.
       01 ATV-QTDE                         PIC 9(04) VALUE ZEROS.
       01 ATV-IDX                          PIC 9(04) VALUE ZEROS.
       01 ATV-IDX-ACHADO                   PIC 9(04) VALUE ZEROS.
       01 ATV-EXCESSO                      PIC X(01) VALUE 'N'.
           88 ATV-EXCESSO-SIM              VALUE 'S'.
           88 ATV-EXCESSO-NAO              VALUE 'N'.
       01 ATV-GRAVOU                       PIC X(01) VALUE 'N'.
           88 ATV-GRAVOU-SIM               VALUE 'S'.
           88 ATV-GRAVOU-NAO               VALUE 'N'.
       01 ATV-NOVO-REC                     PIC X(50) VALUE SPACES.
       01 ATV-TAB.
           05 ATV-REC OCCURS 500 TIMES     PIC X(50).

       01 VND-OK                           PIC X(01) VALUE 'N'.
           88 VND-OK-SIM                   VALUE 'S'.
           88 VND-OK-NAO                   VALUE 'N'.
       01 VND-VALOR-ENTRADA.
           05 VND-VALOR-ENT-REAIS          PIC 9(07).
           05 FILLER                       PIC X(01).
           05 VND-VALOR-ENT-CENT           PIC 9(02).
       01 VND-VALOR                        PIC 9(09)V99 VALUE ZEROS.
       01 VND-DATA                         PIC 9(08) VALUE ZEROS.
       01 VND-HOJE                         PIC 9(08) VALUE ZEROS.
       01 VND-CUSTO                        PIC 9(09)V99 VALUE ZEROS.
       01 VND-ACUMULADA                    PIC 9(09)V99 VALUE ZEROS.
       01 VND-CONTABIL                     PIC 9(09)V99 VALUE ZEROS.
       01 VND-RESULTADO                    PIC 9(09)V99 VALUE ZEROS.
       01 VND-SINAL                        PIC X(01) VALUE SPACES.
       01 VND-COMPRADOR                    PIC 9(04) VALUE ZEROS.
       01 VND-COMPETENCIA                  PIC 9(06) VALUE ZEROS.

       01 REG-QTDE                         PIC 9(04) VALUE ZEROS.
       01 REG-IDX                          PIC 9(04) VALUE ZEROS.
       01 REG-SEM-ATIVO                    PIC 9(04) VALUE ZEROS.
       01 REG-ULT-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       01 REG-CUSTO-TXT                    PIC X(12) VALUE SPACES.
       01 REG-ACUM-TXT                     PIC X(12) VALUE SPACES.
       01 REG-TOT-QTDE                     PIC 9(04) VALUE ZEROS.
       01 REG-TOT-CUSTO                    PIC 9(09)V99 VALUE ZEROS.
       01 REG-TOT-ACUM                     PIC 9(09)V99 VALUE ZEROS.
       01 REG-TAB.
           05 REG-VEIC OCCURS 500 TIMES.
               10 REG-VEIC-FILIAL          PIC X(02).
               10 REG-VEIC-ID              PIC X(04).
               10 REG-VEIC-MODELO          PIC X(20).
               10 REG-VEIC-CATEGORIA       PIC X(20).
               10 REG-VEIC-AQUISICAO       PIC 9(08).
               10 REG-VEIC-CUSTO           PIC 9(09)V99.
               10 REG-VEIC-ACUM            PIC 9(09)V99.
               10 REG-VEIC-SEM-ATIVO       PIC X(01).
       01 REG-FIL-QTDE                     PIC 9(03) VALUE ZEROS.
       01 REG-FIL-IDX                      PIC 9(03) VALUE ZEROS.
       01 REG-FIL-ACHADA                   PIC 9(03) VALUE ZEROS.
       01 REG-FIL-TAB.
           05 REG-FIL OCCURS 50 TIMES.
               10 REG-FIL-CODIGO           PIC X(02).
               10 REG-FIL-QT               PIC 9(04).
               10 REG-FIL-CUSTO            PIC 9(09)V99.
               10 REG-FIL-ACUM             PIC 9(09)V99.

       01 NOTA-FATURA-ID                   PIC 9(04) VALUE ZEROS.
       01 NOTA-PROX-ID                     PIC 9(04) VALUE ZEROS.
       01 NOTA-IDX-ACHADO                  PIC 9(04) VALUE ZEROS.
       01 NOTA-TIPO                        PIC X(01) VALUE SPACES.
           88 NOTA-TIPO-ABATIMENTO         VALUE 'A'.
           88 NOTA-TIPO-CANCELAMENTO       VALUE 'C'.
           88 NOTA-TIPO-REEMBOLSO          VALUE 'R'.
           88 NOTA-TIPO-ISENCAO            VALUE 'I'.
       01 NOTA-MOTIVO                      PIC X(02) VALUE SPACES.
           88 NOTA-MOTIVO-VALIDO           VALUE '01' '02' '03'
                                                 '04' '05' '99'.
       01 NOTA-VALOR                       PIC 9(07)V99 VALUE ZEROS.
       01 NOTA-SALDO                       PIC 9(07)V99 VALUE ZEROS.
       01 NOTA-PRINCIPAL                   PIC 9(07)V99 VALUE ZEROS.
       01 NOTA-ENCARGOS                    PIC 9(07)V99 VALUE ZEROS.
       01 NOTA-ISENTAR                     PIC X(01) VALUE 'N'.
           88 NOTA-ISENTAR-SIM             VALUE 'S'.
           88 NOTA-ISENTAR-NAO             VALUE 'N'.
       01 NOTA-OPERADOR                    PIC X(08) VALUE SPACES.
       01 NOTA-OK                          PIC X(01) VALUE 'S'.
           88 NOTA-OK-SIM                  VALUE 'S'.
           88 NOTA-OK-NAO                  VALUE 'N'.
       01 NOTA-AUTORIZADO                  PIC X(01) VALUE 'N'.
           88 NOTA-AUTORIZADO-SIM          VALUE 'S'.
           88 NOTA-AUTORIZADO-NAO          VALUE 'N'.

       01 LOOP-CAUCAO                      PIC 9(01) VALUE ZEROS.
       01 CAU-REGISTRAR                    PIC X(01) VALUE 'N'.
           88 CAU-REGISTRAR-SIM            VALUE 'S'.
           88 CAU-REGISTRAR-NAO            VALUE 'N'.
       01 CAU-RESPOSTA                     PIC X(01) VALUE SPACES.
       01 CAU-VALOR                        PIC 9(07)V99 VALUE ZEROS.
       01 CAU-FORMA                        PIC X(01) VALUE SPACES.
       01 CAU-FORMA-DESC                   PIC X(08) VALUE SPACES.
       01 CAU-AUTORIZACAO                  PIC X(20) VALUE SPACES.
       01 CAU-ACHOU                        PIC X(01) VALUE 'N'.
           88 CAU-ACHOU-SIM                VALUE 'S'.
           88 CAU-ACHOU-NAO                VALUE 'N'.
       01 CAU-LIBERADA                     PIC X(01) VALUE 'N'.
           88 CAU-LIBERADA-SIM             VALUE 'S'.
           88 CAU-LIBERADA-NAO             VALUE 'N'.
       01 CAU-ENCARGOS                     PIC 9(07)V99 VALUE ZEROS.
       01 CAU-APLICADO                     PIC 9(07)V99 VALUE ZEROS.
       01 CAU-SALDO                        PIC 9(07)V99 VALUE ZEROS.
       01 CAU-BUSCA-VEICULO                PIC 9(04) VALUE ZEROS.
       01 CAU-BUSCA-CLIENTE                PIC 9(04) VALUE ZEROS.
       01 CAU-BUSCA-DATA                   PIC 9(08) VALUE ZEROS.
       01 CAU-ALUG-ABERTO                  PIC X(01) VALUE 'N'.
           88 CAU-ALUG-ABERTO-SIM          VALUE 'S'.
           88 CAU-ALUG-ABERTO-NAO          VALUE 'N'.
       01 CAU-QTDE                         PIC 9(04) VALUE ZEROS.
       01 CAU-IDX                          PIC 9(04) VALUE ZEROS.
       01 CAU-IDX-ACHADO                   PIC 9(04) VALUE ZEROS.
       01 CAU-EXCESSO                      PIC X(01) VALUE 'N'.
           88 CAU-EXCESSO-SIM              VALUE 'S'.
           88 CAU-EXCESSO-NAO              VALUE 'N'.
       01 CAU-REGRAVOU                     PIC X(01) VALUE 'N'.
           88 CAU-REGRAVOU-SIM             VALUE 'S'.
           88 CAU-REGRAVOU-NAO             VALUE 'N'.
       01 CAU-FILIAL-RESP                  PIC X(02) VALUE SPACES.
       01 CAU-QTDE-LISTADA                 PIC 9(04) VALUE ZEROS.
       01 CAU-TOTAL-RETIDO                 PIC 9(09)V99 VALUE ZEROS.
       01 CAU-TAB.
           05 CAU-REC OCCURS 500 TIMES    PIC X(79).

       01 RES-NOVA-CLIENTE                 PIC 9(04) VALUE ZEROS.
       01 RES-NOVA-VEICULO                 PIC 9(04) VALUE ZEROS.
       01 RES-NOVA-DIAS                    PIC 9(03) VALUE ZEROS.
       01 RES-VEIC-ESTADO                  PIC X(20) VALUE SPACES.
       01 RES-VEIC-MANUT-DATA              PIC X(08) VALUE SPACES.
       01 RES-VEIC-CATEGORIA               PIC X(20) VALUE SPACES.
       01 RES-VEIC-TIPO                    PIC X(20) VALUE SPACES.
       01 RES-VEIC-DIARIA                  PIC X(05) VALUE SPACES.
       01 RES-VEIC-FILIAL                  PIC X(02) VALUE SPACES.
       01 RES-VEIC-KM                      PIC 9(07) VALUE ZEROS.
       01 FECH-VAL-EMIT                    PIC 9(09)V99 VALUE ZEROS.
       01 FECH-QT-PAGA                     PIC 9(04) VALUE ZEROS.
       01 FECH-VAL-PAGA                    PIC 9(09)V99 VALUE ZEROS.
       01 FECH-QT-CRED                     PIC 9(04) VALUE ZEROS.
       01 FECH-VAL-CRED                    PIC 9(09)V99 VALUE ZEROS.
       01 FECH-QT-CANC                     PIC 9(04) VALUE ZEROS.
       01 FECH-VAL-CANC                    PIC 9(09)V99 VALUE ZEROS.
       01 FECH-QT-REEMB                    PIC 9(04) VALUE ZEROS.
       01 FECH-VAL-REEMB                   PIC 9(09)V99 VALUE ZEROS.
       01 FECH-QT-ISEN                     PIC 9(04) VALUE ZEROS.
       01 FECH-VAL-ISEN                    PIC 9(09)V99 VALUE ZEROS.
       01 FECH-LINHA                       PIC X(132) VALUE SPACES.
       01 FECH-ARQ-OK                      PIC X(01) VALUE 'N'.
           88 FECH-ARQ-OK-SIM              VALUE 'S'.
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
               10 EXP-REC-CATEGORIA        PIC X(20).
               10 EXP-REC-LOC              PIC 9(04).
               10 EXP-REC-TOTAL            PIC 9(09)V99.
               10 EXP-REC-PROTECAO         PIC 9(09)V99.

       01 DOC-PROX-NUM                     PIC 9(06) VALUE ZEROS.
       01 DOC-NUM-BUSCA                    PIC 9(06) VALUE ZEROS.
           88 VINC-OK-NAO                  VALUE 'N'.
       01 FATC-HIST-TAB.
           05 FATC-HIST-REC OCCURS 500 TIMES
                                            PIC X(87).
       01 FATU-TAB.
           05 FATU-REC OCCURS 500 TIMES   PIC X(92).

       01 AGING-QT-AVENCER                 PIC 9(04) VALUE ZEROS.
       01 AGING-QT-30                      PIC 9(04) VALUE ZEROS.
       01 AGING-TOT-60                     PIC 9(09)V99 VALUE ZEROS.
       01 AGING-TOT-90                     PIC 9(09)V99 VALUE ZEROS.
       01 AGING-TOT-MAIS90                 PIC 9(09)V99 VALUE ZEROS.
       01 AGING-QT-CRED                    PIC 9(04) VALUE ZEROS.
       01 AGING-TOT-CRED                   PIC 9(09)V99 VALUE ZEROS.
       01 AGING-QT-REEMB                   PIC 9(04) VALUE ZEROS.
       01 AGING-TOT-REEMB                  PIC 9(09)V99 VALUE ZEROS.
       01 AGING-QT-ISEN                    PIC 9(04) VALUE ZEROS.
       01 AGING-TOT-ISEN                   PIC 9(09)V99 VALUE ZEROS.

       01 FROTA-INI-AAAAMMDD               PIC 9(08) VALUE ZEROS.
       01 FROTA-FIM-AAAAMMDD               PIC 9(08) VALUE ZEROS.
           88 ALUG-ERRO-REGRAVA-SIM        VALUE 'S'.
           88 ALUG-ERRO-REGRAVA-NAO        VALUE 'N'.
       01 ALUG-TAB.
           05 ALUG-REC OCCURS 500 TIMES   PIC X(64).

       01 ALUG-VALOR-NUM                   PIC 9(05)V99 VALUE ZEROS.
       01 FILLER REDEFINES ALUG-VALOR-NUM.
                               PARAM-COMB-REAIS +
                               PARAM-COMB-CENT / 100
                       END-IF
                   WHEN ARQ-PARAMETROS (1:14) EQUAL
                       'TAXA-CONDUTOR '
                       MOVE ARQ-PARAMETROS (15:6) TO PARAM-COND-TXT
                       IF PARAM-COND-TXT (1:3) IS NUMERIC AND
                           PARAM-COND-TXT (4:1) EQUAL ',' AND
                           PARAM-COND-TXT (5:2) IS NUMERIC
                           COMPUTE PARAM-COND-TAXA =
                               PARAM-COND-REAIS +
                               PARAM-COND-CENT / 100
                       END-IF
                   WHEN ARQ-PARAMETROS (1:13) EQUAL
                       'TAXA-RETORNO '
                       MOVE ARQ-PARAMETROS (14:6) TO PARAM-RETORNO-TXT
                       IF PARAM-RETORNO-TXT (1:3) IS NUMERIC AND
                           PARAM-RETORNO-TXT (4:1) EQUAL ',' AND
                           PARAM-RETORNO-TXT (5:2) IS NUMERIC
                           COMPUTE PARAM-RETORNO-TAXA =
                               PARAM-RETORNO-REAIS +
                               PARAM-RETORNO-CENT / 100
                       END-IF
                   WHEN ARQ-PARAMETROS (1:11) EQUAL
                       'KM-REVISAO '
                       IF ARQ-PARAMETROS (12:5) IS NUMERIC
               DELIMITED BY SIZE INTO ARQUIVO-DOCUMENTOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ORCAMENTOS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ORCAMENTOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CAUCOES.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CAUCOES
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'CNH.txt'
               DELIMITED BY SIZE INTO ARQUIVO-CNH
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ALUGCOND.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ALUGCOND
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'TAXASDEV.txt'
               DELIMITED BY SIZE INTO ARQUIVO-TAXASDEV
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'PLANOS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-PLANOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'SINISTROS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-SINISTROS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'NOTASCRED.txt'
               DELIMITED BY SIZE INTO ARQUIVO-NOTASCRED
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'REEMBOLSOS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-REEMBOLSOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPCRED.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPCRED
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'DEPRECCAT.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DEPRECCAT
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'ATIVOS.txt'
               DELIMITED BY SIZE INTO ARQUIVO-ATIVOS
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'DEPRECIACAO.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DEPRECIACAO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN) 'EXPDEP.txt'
               DELIMITED BY SIZE INTO ARQUIVO-EXPDEP

           PERFORM 0011-VALIDAR-ARQUIVOS

           DISPLAY '3 - Buscar Cliente'
           DISPLAY '4 - Alterar Cliente'
           DISPLAY '5 - Desativar Cliente'
           DISPLAY '6 - Registrar CNH'
           DISPLAY '7 - Sair'
           ACCEPT RESPOSTA-INICIALIZAR

           EVALUATE RESPOSTA-INICIALIZAR
           WHEN 5
               PERFORM 2052-DESATIVAR-CLIENTE
           WHEN 6
               PERFORM 2018-REGISTRAR-CNH
           WHEN 7
               MOVE 1 TO LOOP-CLIENTE

           END-EVALUATE
           DISPLAY '3 - Manutencao de Veiculo'
           DISPLAY '4 - Transferir Veiculo'
           DISPLAY '5 - Receber Transferencia'
           DISPLAY '6 - Adicionar/Alterar Parametro de Depreciacao'
           DISPLAY '7 - Listar Parametros de Depreciacao'
           DISPLAY '8 - Registro de Ativos por Filial'
           DISPLAY '9 - Sair'
           ACCEPT RESPOSTA-INICIALIZAR

           EVALUATE RESPOSTA-INICIALIZAR
           WHEN 5
               PERFORM 2092-RECEBER-TRANSFERENCIA
           WHEN 6
               PERFORM 2821-ADICIONAR-PARAM-DEPREC
           WHEN 7
               PERFORM 2822-LISTAR-PARAM-DEPREC
           WHEN 8
               PERFORM 2829-RELATORIO-ATIVOS
           WHEN 9
               MOVE 1 TO LOOP-VEICULO
           .
       1020-INICIALIZAR_VEICULO-FIM.
           DISPLAY '9 - Historico de Devolucoes'
           DISPLAY '10 - Reimprimir Documento'
           DISPLAY '11 - Orcamentos'
           DISPLAY '12 - Caucoes'
           DISPLAY '13 - Acerto entre Filiais'
           DISPLAY '14 - Previsao de Demanda'
           DISPLAY '15 - SAIR'
           ACCEPT RESPOSTA-INICIALIZAR

           EVALUATE RESPOSTA-INICIALIZAR
               PERFORM 1080-INICIALIZAR-ORCAMENTO
               UNTIL LOOP-ORCAMENTO = 1
           WHEN 12
               MOVE 0 TO LOOP-CAUCAO
               PERFORM 1090-INICIALIZAR-CAUCAO
               UNTIL LOOP-CAUCAO = 1
           WHEN 13
               PERFORM 2305-RELATORIO-ACERTO-FILIAIS
           WHEN 14
               PERFORM 2308-RELATORIO-PREVISAO-DEMANDA
           WHEN 15
               MOVE 1 TO LOOP-LOCACAO
           .
       1030-INICIALIZAR_LOCACAO-FIM.
           DISPLAY '1 - Adicionar Tarifa'
           DISPLAY '2 - Listar Tarifas'
           DISPLAY '3 - Remover Tarifa'
           DISPLAY '4 - Adicionar Taxa de Devolucao entre Filiais'
           DISPLAY '5 - Listar Taxas de Devolucao entre Filiais'
           DISPLAY '6 - Adicionar/Alterar Plano de Protecao'
           DISPLAY '7 - Listar Planos de Protecao'
           DISPLAY '8 - Sair'
           ACCEPT RESPOSTA-INICIALIZAR

           EVALUATE RESPOSTA-INICIALIZAR
           WHEN 3
               PERFORM 2063-REMOVER-TARIFA
           WHEN 4
               PERFORM 2096-ADICIONAR-TAXA-DEVOLUCAO
           WHEN 5
               PERFORM 2098-LISTAR-TAXAS-DEVOLUCAO
           WHEN 6
               PERFORM 2801-ADICIONAR-PLANO
           WHEN 7
               PERFORM 2802-LISTAR-PLANOS
           WHEN 8
               MOVE 1 TO LOOP-TARIFA
           .
       1050-INICIALIZAR-TARIFA-FIM.
           DISPLAY '1 - Baixar Fatura'
           DISPLAY '2 - Listar Faturas'
           DISPLAY '3 - Relatorio de Aging'
           DISPLAY '4 - Emitir Nota de Credito'
           DISPLAY '5 - Listar Notas de Credito'
           DISPLAY '6 - Sair'
           ACCEPT RESPOSTA-INICIALIZAR

           EVALUATE RESPOSTA-INICIALIZAR
           WHEN 3
               PERFORM 2072-RELATORIO-AGING
           WHEN 4
               PERFORM 2078-EMITIR-NOTA-CREDITO
           WHEN 5
               PERFORM 2079-LISTAR-NOTAS-CREDITO
           WHEN 6
               MOVE 1 TO LOOP-FATURA
           .
       1060-INICIALIZAR-FATURA-FIM.
       1080-INICIALIZAR-ORCAMENTO-FIM.
           EXIT.

       1090-INICIALIZAR-CAUCAO            SECTION.

           DISPLAY '1 - Caucoes Retidas de Veiculos Devolvidos'
           DISPLAY '2 - Liberar Caucao'
           DISPLAY '3 - Sair'
           ACCEPT RESPOSTA-INICIALIZAR

           EVALUATE RESPOSTA-INICIALIZAR
           WHEN 1
               PERFORM 2707-RELATORIO-CAUCOES
           WHEN 2
               PERFORM 2710-LIBERAR-CAUCAO
           WHEN 3
               MOVE 1 TO LOOP-CAUCAO
           .
       1090-INICIALIZAR-CAUCAO-FIM.
           EXIT.


      ***********************************************************************************
      *    FUNCOES
       2017-EXIBIR-CLIENTE-FIM.
           EXIT.

       2018-REGISTRAR-CNH                   SECTION.

           DISPLAY 'Digite o ID do CLIENTE:'
           ACCEPT CNH-CLIENTE-BUSCA

           MOVE 'N' TO CLI-LOC-ACHOU
           OPEN INPUT CLIENTES
           IF AS-STATUS-C EQUAL ZEROS
               MOVE CNH-CLIENTE-BUSCA TO ARQ-CLIENTES-ID
               READ CLIENTES
               IF AS-STATUS-C EQUAL ZEROS
                   MOVE 'S' TO CLI-LOC-ACHOU
                   DISPLAY 'CLIENTE: ' ARQ-CLIENTES-NOME ' '
                       ARQ-CLIENTES-SOBRENOME (1:40)
               END-IF
               CLOSE CLIENTES
           END-IF

           IF CLI-LOC-ACHOU-NAO
               DISPLAY 'CLIENTE NAO CADASTRADO'
           ELSE
               MOVE 'N' TO CNH-ENTRADA-OK
               PERFORM UNTIL CNH-ENTRADA-OK-SIM
                   DISPLAY 'Digite o NUMERO da CNH (11 DIGITOS):'
                   ACCEPT RESPOSTA-GENERICA
                   IF RESPOSTA-GENERICA (1:11) IS NUMERIC AND
                       RESPOSTA-GENERICA (12:1) EQUAL SPACE
                       MOVE RESPOSTA-GENERICA (1:11) TO
                           CNH-NOVA-NUMERO
                       MOVE 'S' TO CNH-ENTRADA-OK
                   ELSE
                       DISPLAY 'NUMERO DE CNH INVALIDO'
                   END-IF
               END-PERFORM

               MOVE 'N' TO CNH-ENTRADA-OK
               PERFORM UNTIL CNH-ENTRADA-OK-SIM
                   DISPLAY 'Digite a CATEGORIA (A B C D E AB AC AD '
                       'AE):'
                   ACCEPT RESPOSTA-GENERICA
                   MOVE RESPOSTA-GENERICA (1:2) TO CNH-NOVA-CATEGORIA
                   INSPECT CNH-NOVA-CATEGORIA CONVERTING
                       'abcde' TO 'ABCDE'
                   IF RESPOSTA-GENERICA (3:1) EQUAL SPACE AND
                       (CNH-NOVA-CATEGORIA EQUAL 'A ' OR 'B ' OR
                       'C ' OR 'D ' OR 'E ' OR 'AB' OR 'AC' OR
                       'AD' OR 'AE')
                       MOVE 'S' TO CNH-ENTRADA-OK
                   ELSE
                       DISPLAY 'CATEGORIA INVALIDA'
                   END-IF
               END-PERFORM

               MOVE 'N' TO DATA-CONV-OK
               PERFORM UNTIL DATA-CONV-OK-SIM
                   DISPLAY 'Digite a VALIDADE (DDMMAAAA):'
                   ACCEPT RESPOSTA-GENERICA
                   MOVE RESPOSTA-GENERICA TO DATA-CONV-ENTRADA
                   PERFORM 2901-CONVERTER-DATA-INFORMADA
                   IF DATA-CONV-OK-NAO
                       DISPLAY 'DATA INVALIDA'
                   END-IF
               END-PERFORM
               MOVE DATA-CONV-AAAAMMDD TO CNH-NOVA-VALIDADE

               ACCEPT CNH-HOJE FROM DATE YYYYMMDD
               IF CNH-NOVA-VALIDADE < CNH-HOJE
                   DISPLAY 'ATENCAO: CNH JA VENCIDA - LOCACAO NAO '
                       'SERA PERMITIDA ATE A RENOVACAO'
               END-IF

               MOVE ZEROS TO CNH-QTDE
               MOVE ZEROS TO CNH-IDX-ACHADO
               MOVE 'N' TO CNH-EXCESSO
               OPEN INPUT CNH
               IF AS-STATUS-CN EQUAL ZEROS
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ CNH
                       IF AS-STATUS-CN NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           IF CNH-QTDE < 500
                               ADD 1 TO CNH-QTDE
                               MOVE ARQ-CNH TO CNH-REC (CNH-QTDE)
                               IF ARQ-CNH-CLIENTE EQUAL
                                   CNH-CLIENTE-BUSCA
                                   MOVE CNH-QTDE TO CNH-IDX-ACHADO
                               END-IF
                           ELSE
                               MOVE 'S' TO CNH-EXCESSO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CNH
               END-IF

               MOVE SPACES TO ARQ-CNH
               MOVE CNH-CLIENTE-BUSCA TO ARQ-CNH-CLIENTE
               MOVE CNH-NOVA-NUMERO TO ARQ-CNH-NUMERO
               MOVE CNH-NOVA-CATEGORIA TO ARQ-CNH-CATEGORIA
               MOVE CNH-NOVA-VALIDADE TO ARQ-CNH-VALIDADE
               MOVE SPACES TO ARQ-CNH-FIM

               EVALUATE TRUE
               WHEN CNH-EXCESSO-SIM
                   DISPLAY 'AVISO: LIMITE DE 500 CNH ATINGIDO '
                       '- ARQUIVO NAO ALTERADO'
               WHEN CNH-IDX-ACHADO EQUAL ZEROS
                   AND CNH-QTDE >= 500
                   DISPLAY 'AVISO: LIMITE DE 500 CNH ATINGIDO '
                       '- ARQUIVO NAO ALTERADO'
               WHEN OTHER
                   IF CNH-IDX-ACHADO EQUAL ZEROS
                       ADD 1 TO CNH-QTDE
                       MOVE CNH-QTDE TO CNH-IDX-ACHADO
                   END-IF
                   MOVE ARQ-CNH TO CNH-REC (CNH-IDX-ACHADO)
                   OPEN OUTPUT CNH
                   IF AS-STATUS-CN NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE CNH '
                           AS-STATUS-CN
                   ELSE
                       PERFORM VARYING CNH-IDX FROM 1 BY 1
                           UNTIL CNH-IDX > CNH-QTDE
                           MOVE CNH-REC (CNH-IDX) TO ARQ-CNH
                           WRITE ARQ-CNH
                       END-PERFORM
                       CLOSE CNH
                       DISPLAY 'CNH REGISTRADA PARA O CLIENTE '
                           CNH-CLIENTE-BUSCA
                       MOVE 'REGISTRARCNH' TO AUD-OPERACAO
                       MOVE CNH-CLIENTE-BUSCA TO AUD-CLIENTE
                       MOVE ZEROS TO AUD-VEICULO
                       PERFORM 2110-REGISTRAR-AUDITORIA
                   END-IF
               END-EVALUATE
           END-IF

           .
       2018-REGISTRAR-CNH-FIM.
           EXIT.

       2019-BUSCAR-CNH                      SECTION.

           MOVE 'N' TO CNH-ACHOU
           MOVE 'N' TO CNH-VALIDA
           MOVE SPACES TO CNH-NUMERO-ACHADO
           MOVE SPACES TO CNH-CATEGORIA-ACHADA
           MOVE ZEROS TO CNH-VALIDADE-ACHADA

           OPEN INPUT CNH
           IF AS-STATUS-CN EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CNH
                   IF AS-STATUS-CN NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-CNH-CLIENTE EQUAL CNH-CLIENTE-BUSCA
                           MOVE ARQ-CNH-NUMERO TO CNH-NUMERO-ACHADO
                           MOVE ARQ-CNH-CATEGORIA TO
                               CNH-CATEGORIA-ACHADA
                           MOVE ARQ-CNH-VALIDADE TO
                               CNH-VALIDADE-ACHADA
                           MOVE 'S' TO CNH-ACHOU
                           MOVE 1 TO LOOP-LISTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNH
           END-IF

           ACCEPT CNH-HOJE FROM DATE YYYYMMDD
           IF CNH-ACHOU-SIM AND CNH-VALIDADE-ACHADA >= CNH-HOJE
               MOVE 'S' TO CNH-VALIDA
           END-IF

           .
       2019-BUSCAR-CNH-FIM.
           EXIT.

       2020-VALIDAR-CATEGORIA-CNH           SECTION.

           INSPECT CNH-TIPO-VEICULO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE TRUE
           WHEN CNH-TIPO-VEICULO (1:4) EQUAL 'MOTO'
               MOVE 'A' TO CNH-CAT-EXIGIDA
           WHEN CNH-TIPO-VEICULO (1:8) EQUAL 'CAMINHAO'
               MOVE 'C' TO CNH-CAT-EXIGIDA
           WHEN CNH-TIPO-VEICULO (1:6) EQUAL 'ONIBUS'
               OR CNH-TIPO-VEICULO (1:11) EQUAL 'MICROONIBUS'
               MOVE 'D' TO CNH-CAT-EXIGIDA
           WHEN CNH-TIPO-VEICULO (1:7) EQUAL 'CARRETA'
               MOVE 'E' TO CNH-CAT-EXIGIDA
           WHEN OTHER
               MOVE 'B' TO CNH-CAT-EXIGIDA
           END-EVALUATE

           IF CNH-CATEGORIA-ACHADA (2:1) EQUAL SPACE
               MOVE CNH-CATEGORIA-ACHADA (1:1) TO CNH-CAT-LETRA
           ELSE
               MOVE CNH-CATEGORIA-ACHADA (2:1) TO CNH-CAT-LETRA
           END-IF

           MOVE 'N' TO CNH-HABILITADO
           IF CNH-CAT-EXIGIDA EQUAL 'A'
               IF CNH-CATEGORIA-ACHADA (1:1) EQUAL 'A'
                   MOVE 'S' TO CNH-HABILITADO
               END-IF
           ELSE
               IF CNH-CAT-LETRA NOT EQUAL 'A' AND
                   CNH-CAT-LETRA NOT EQUAL SPACE AND
                   CNH-CAT-LETRA >= CNH-CAT-EXIGIDA
                   MOVE 'S' TO CNH-HABILITADO
               END-IF
           END-IF

           .
       2020-VALIDAR-CATEGORIA-CNH-FIM.
           EXIT.

       2051-ALTERAR-CLIENTE                 SECTION.

           DISPLAY '1 - Localizar por ID'
           EXIT.


       2053-INFORMAR-CONDUTORES             SECTION.

           MOVE ZEROS TO COND-QTDE

           DISPLAY 'INCLUIR CONDUTOR ADICIONAL (S/N)?'
           ACCEPT COND-RESPOSTA
           PERFORM UNTIL COND-RESPOSTA NOT EQUAL 'S' AND
               COND-RESPOSTA NOT EQUAL 's'
               IF COND-QTDE >= 5
                   DISPLAY 'LIMITE DE 5 CONDUTORES ADICIONAIS '
                       'ATINGIDO'
                   MOVE 'N' TO COND-RESPOSTA
               ELSE
                   DISPLAY 'Digite o ID do CLIENTE condutor:'
                   ACCEPT COND-ID-BUSCA

                   MOVE 'N' TO COND-DUPLICADO
                   PERFORM VARYING COND-IDX FROM 1 BY 1
                       UNTIL COND-IDX > COND-QTDE
                       IF COND-ID (COND-IDX) EQUAL COND-ID-BUSCA
                           MOVE 'S' TO COND-DUPLICADO
                       END-IF
                   END-PERFORM

                   MOVE 'N' TO CLI-LOC-ACHOU
                   MOVE 'N' TO CLI-LOC-INATIVO
                   MOVE SPACES TO COND-NOME-BUSCA
                   OPEN INPUT CLIENTES
                   IF AS-STATUS-C EQUAL ZEROS
                       MOVE COND-ID-BUSCA TO ARQ-CLIENTES-ID
                       READ CLIENTES
                       IF AS-STATUS-C EQUAL ZEROS
                           MOVE 'S' TO CLI-LOC-ACHOU
                           MOVE ARQ-CLIENTES-NOME TO COND-NOME-BUSCA
                           IF ARQ-CLIENTES-INATIVO
                               MOVE 'S' TO CLI-LOC-INATIVO
                           END-IF
                       END-IF
                       CLOSE CLIENTES
                   END-IF

                   MOVE COND-ID-BUSCA TO CNH-CLIENTE-BUSCA
                   PERFORM 2019-BUSCAR-CNH
                   MOVE RES-VEIC-TIPO TO CNH-TIPO-VEICULO
                   PERFORM 2020-VALIDAR-CATEGORIA-CNH

                   EVALUATE TRUE
                   WHEN COND-ID-BUSCA EQUAL ARQ-IDS-CLIENTE
                       DISPLAY 'CONDUTOR JA E O LOCATARIO'
                   WHEN COND-DUPLICADO-SIM
                       DISPLAY 'CONDUTOR JA INCLUIDO NESTA LOCACAO'
                   WHEN CLI-LOC-ACHOU-NAO
                       DISPLAY 'CLIENTE NAO CADASTRADO - CONDUTOR '
                           'NAO INCLUIDO'
                   WHEN CLI-LOC-INATIVO-SIM
                       DISPLAY 'CLIENTE INATIVO - CONDUTOR NAO '
                           'INCLUIDO'
                   WHEN CNH-ACHOU-NAO
                       DISPLAY 'CONDUTOR SEM CNH REGISTRADA - NAO '
                           'INCLUIDO'
                   WHEN CNH-VALIDA-NAO
                       DISPLAY 'CNH DO CONDUTOR VENCIDA EM '
                           CNH-VALIDADE-ACHADA ' - NAO INCLUIDO'
                   WHEN CNH-HABILITADO-NAO
                       DISPLAY 'CNH CATEGORIA ' CNH-CATEGORIA-ACHADA
                           ' NAO HABILITA PARA O VEICULO - NAO '
                           'INCLUIDO'
                   WHEN OTHER
                       ADD 1 TO COND-QTDE
                       MOVE COND-ID-BUSCA TO COND-ID (COND-QTDE)
                       MOVE COND-NOME-BUSCA TO COND-NOME (COND-QTDE)
                       MOVE CNH-NUMERO-ACHADO TO
                           COND-CNH (COND-QTDE)
                       DISPLAY 'CONDUTOR ' COND-ID-BUSCA ' '
                           COND-NOME-BUSCA ' INCLUIDO'
                   END-EVALUATE

                   DISPLAY 'INCLUIR OUTRO CONDUTOR (S/N)?'
                   ACCEPT COND-RESPOSTA
               END-IF
           END-PERFORM

           IF COND-QTDE > ZEROS
               DISPLAY 'CONDUTORES ADICIONAIS: ' COND-QTDE
                   ' - TAXA DE ' PARAM-COND-TAXA
                   ' POR DIA POR CONDUTOR'
           END-IF

           .
       2053-INFORMAR-CONDUTORES-FIM.
           EXIT.

       2054-GRAVAR-CONDUTORES               SECTION.

           OPEN EXTEND ALUGCOND
           IF AS-STATUS-AC EQUAL 35
               OPEN OUTPUT ALUGCOND
           END-IF
           IF AS-STATUS-AC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE CONDUTORES'
           ELSE
               PERFORM VARYING COND-IDX FROM 1 BY 1
                   UNTIL COND-IDX > COND-QTDE
                   MOVE SPACES TO ARQ-ALUGCOND
                   MOVE ARQ-IDS-VEICULOS TO ARQ-ALUGCOND-VEICULO
                   MOVE ARQ-IDS-CLIENTE TO ARQ-ALUGCOND-CLIENTE
                   MOVE HOJE-YYYYMMDD TO ARQ-ALUGCOND-DATA-LOC
                   MOVE COND-ID (COND-IDX) TO ARQ-ALUGCOND-CONDUTOR
                   MOVE COND-CNH (COND-IDX) TO ARQ-ALUGCOND-CNH
                   MOVE PARAM-COND-TAXA TO ARQ-ALUGCOND-TAXA
                   MOVE SPACES TO ARQ-ALUGCOND-FIM
                   WRITE ARQ-ALUGCOND
               END-PERFORM
               CLOSE ALUGCOND

               PERFORM VARYING COND-IDX FROM 1 BY 1
                   UNTIL COND-IDX > COND-QTDE
                   MOVE 'ADDCONDUTOR' TO AUD-OPERACAO
                   MOVE COND-ID (COND-IDX) TO AUD-CLIENTE
                   MOVE ARQ-IDS-VEICULOS TO AUD-VEICULO
                   PERFORM 2110-REGISTRAR-AUDITORIA
               END-PERFORM
           END-IF

           .
       2054-GRAVAR-CONDUTORES-FIM.
           EXIT.

       2056-VERIFICAR-CLIENTE-LOCACAO       SECTION.

           MOVE 'N' TO CLI-LOC-ACHOU
                   END-PERFORM
                   MOVE VAL-VALOR-ENTRADA TO
                       ARQ-VEICULOS-VALOR-COMPRA
                   PERFORM 2085-CONVERTER-VALOR-COMPRA
                   ACCEPT ATV-AQUISICAO-NOVA FROM DATE YYYYMMDD
                   MOVE 'N' TO DATA-CONV-OK
                   PERFORM UNTIL DATA-CONV-OK-SIM
                       DISPLAY 'Digite a DATA DE AQUISICAO '
                           '(DDMMAAAA OU VAZIO PARA HOJE):'
                       ACCEPT RESPOSTA-GENERICA
                       IF RESPOSTA-GENERICA EQUAL SPACES
                           MOVE 'S' TO DATA-CONV-OK
                       ELSE
                           MOVE RESPOSTA-GENERICA TO
                               DATA-CONV-ENTRADA
                           PERFORM 2901-CONVERTER-DATA-INFORMADA
                           IF DATA-CONV-OK-NAO
                               OR DATA-CONV-AAAAMMDD >
                                   ATV-AQUISICAO-NOVA
                               DISPLAY 'DATA INVALIDA'
                               MOVE 'N' TO DATA-CONV-OK
                           ELSE
                               MOVE DATA-CONV-AAAAMMDD TO
                                   ATV-AQUISICAO-NOVA
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO ARQ-VEICULOS-ESTADO
                   MOVE ZEROS TO ARQ-VEICULOS-VALOR-DIARIA
                   MOVE SPACES TO ARQ-VEICULOS-MANUT-MOTIVO
                       MOVE ZEROS TO AUD-CLIENTE
                       MOVE ARQ-VEICULOS-ID TO AUD-VEICULO
                       PERFORM 2110-REGISTRAR-AUDITORIA
                       PERFORM 2828-REGISTRAR-AQUISICAO
                   END-IF
                   CLOSE VEICULOS

           MOVE ARQ-IDS-VEICULOS TO RES-NOVA-VEICULO
           PERFORM 2047-BUSCAR-VEICULO-RESERVA

           MOVE 'N' TO VND-OK
           IF RES-VEIC-ACHOU-SIM
               AND RES-VEIC-ESTADO NOT EQUAL 'Ocupado'
               AND RES-VEIC-ESTADO NOT EQUAL 'Vendido'
               PERFORM 2826-INFORMAR-DADOS-VENDA
           END-IF

           EVALUATE TRUE
           WHEN RES-VEIC-ACHOU-NAO
               DISPLAY 'VEICULO NAO ENCONTRADO - VENDA NAO APLICADA'
                   'ANTES DE VENDER'
           WHEN RES-VEIC-ESTADO EQUAL 'Vendido'
               DISPLAY 'VEICULO JA VENDIDO'
           WHEN VND-OK-NAO
               DISPLAY 'DADOS DA VENDA INVALIDOS - VENDA NAO '
                   'APLICADA'
           WHEN OTHER
               MOVE 'VENDERVEICULO' TO ARQ-IDS-OPERACAO
               MOVE 'P' TO ARQ-IDS-STATUS
                   MOVE ARQ-IDS-CLIENTE TO AUD-CLIENTE
                   MOVE ARQ-IDS-VEICULOS TO AUD-VEICULO
                   PERFORM 2110-REGISTRAR-AUDITORIA
                   PERFORM 2827-REGISTRAR-BAIXA-ATIVO
               END-IF
           END-EVALUATE

           ACCEPT ARQ-IDS-CLIENTE

           PERFORM 2056-VERIFICAR-CLIENTE-LOCACAO
           MOVE ARQ-IDS-CLIENTE TO CNH-CLIENTE-BUSCA
           PERFORM 2019-BUSCAR-CNH

           EVALUATE TRUE
           WHEN CLI-LOC-ACHOU-NAO
           WHEN CLI-LOC-INATIVO-SIM
               DISPLAY 'CLIENTE INATIVO - LOCACAO NAO PERMITIDA'
               DISPLAY 'OPERACAO CANCELADA'
           WHEN CNH-ACHOU-NAO
               DISPLAY 'CLIENTE SEM CNH REGISTRADA - LOCACAO NAO '
                   'PERMITIDA'
               DISPLAY 'OPERACAO CANCELADA'
           WHEN CNH-VALIDA-NAO
               DISPLAY 'CNH ' CNH-NUMERO-ACHADO ' VENCIDA EM '
                   CNH-VALIDADE-ACHADA ' - LOCACAO NAO PERMITIDA'
               DISPLAY 'OPERACAO CANCELADA'
           WHEN OTHER
               MOVE ARQ-IDS-CLIENTE TO TIER-CLIENTE-BUSCA
               PERFORM 2066-AVALIAR-HISTORICO-CLIENTE
                   ARQ-IDS-DIAS
           END-IF

           MOVE ARQ-IDS-CLIENTE TO CNH-CLIENTE-BUSCA
           PERFORM 2019-BUSCAR-CNH
           MOVE RES-VEIC-TIPO TO CNH-TIPO-VEICULO
           PERFORM 2020-VALIDAR-CATEGORIA-CNH
           MOVE ZEROS TO COND-QTDE

           EVALUATE TRUE
           WHEN RES-VEIC-ACHOU-NAO
               DISPLAY 'VEICULO NAO CADASTRADO'
           WHEN RES-VEIC-ESTADO NOT EQUAL SPACES
               DISPLAY 'VEICULO NAO DISPONIVEL PARA LOCACAO'
               DISPLAY 'OPERACAO CANCELADA'
           WHEN CNH-HABILITADO-NAO
               DISPLAY 'CNH CATEGORIA ' CNH-CATEGORIA-ACHADA
                   ' NAO HABILITA PARA VEICULO TIPO ' RES-VEIC-TIPO
               DISPLAY 'OPERACAO CANCELADA'
           WHEN RES-BLOQUEIO-SIM
               DISPLAY 'VEICULO RESERVADO PARA OUTRO CLIENTE '
                   'NO PERIODO'
               DISPLAY 'OPERACAO CANCELADA'
           WHEN OTHER
               PERFORM 2053-INFORMAR-CONDUTORES
               PERFORM 2804-ESCOLHER-PLANO
               PERFORM 2701-INFORMAR-CAUCAO

               MOVE 'ALUGARVEICULO' TO ARQ-IDS-OPERACAO
               MOVE 'P' TO ARQ-IDS-STATUS
               MOVE FILIAL-ATUAL TO ARQ-IDS-FILIAL
                       MOVE LOC-KM-SAIDA TO VEIC-UPD-KM
                       MOVE LOC-COMB-SAIDA TO VEIC-UPD-COMB
                       PERFORM 2060-ATUALIZAR-KM-COMBUSTIVEL
                       IF CAU-REGISTRAR-SIM
                           PERFORM 2702-GRAVAR-CAUCAO
                       END-IF
                       IF COND-QTDE > ZEROS
                           PERFORM 2054-GRAVAR-CONDUTORES
                       END-IF
                       PERFORM 2503-GERAR-CONTRATO
                       PERFORM 2049-EFETIVAR-RESERVA-LOCACAO
                   END-IF
                   MOVE 1 TO LOOP-LISTA
               ELSE
                   IF ARQ-VEICULOS-ESTADO EQUAL 'Ocupado'
                   DISPLAY ARQ-VEICULOS-ID
                   DISPLAY ARQ-VEICULOS-MODELO
                   DISPLAY ARQ-VEICULOS-MARCA
                   DISPLAY ARQ-VEICULOS-ESTADO
                   DISPLAY ARQ-VEICULOS-VALOR-COMPRA
                   DISPLAY ARQ-VEICULOS-VALOR-DIARIA
                   IF ARQ-VEICULOS-FILIAL NOT EQUAL FILIAL-ATUAL
                       DISPLAY 'RETIRADO NA FILIAL '
                           ARQ-VEICULOS-FILIAL
                   END-IF
               END-IF
               END-IF
           END-PERFORM
                       DISPLAY 'LOCACAO SERA FATURADA NO '
                           'FECHAMENTO MENSAL DA CONTA'
                   ELSE
                       IF DEVOL-VALOR-FATURA > ZEROS
                           PERFORM 2075-GRAVAR-FATURA
                       ELSE
                           DISPLAY 'VALOR COBERTO PELA CAUCAO - '
                               'FATURA NAO EMITIDA'
                       END-IF
                   END-IF
                   PERFORM 2077-GRAVAR-VISTORIAS
                   IF DEVOL-AVARIA-SINISTRO > ZEROS
                       PERFORM 2807-GRAVAR-SINISTROS
                   END-IF
                   PERFORM 2081-GRAVAR-HISTORICO
                   IF CAU-ACHOU-SIM
                       PERFORM 2704-LIQUIDAR-CAUCAO
                   END-IF

                   MOVE ARQ-IDS-VEICULOS TO VEIC-UPD-ID
                   MOVE SPACES TO VEIC-UPD-ESTADO
                       MOVE DEVOL-KM-RETORNO TO VEIC-UPD-KM
                       MOVE DEVOL-COMB-RETORNO TO VEIC-UPD-COMB
                       PERFORM 2060-ATUALIZAR-KM-COMBUSTIVEL
                       IF DEVOL-OUTRA-FILIAL-SIM
                           PERFORM 2099-MOVER-VEICULO-FILIAL
                       END-IF
                       DISPLAY 'DEVOLUCAO REGISTRADA - VEICULO '
                           VEIC-UPD-ID
                       MOVE 'C' TO ARQ-IDS-STATUS
           MOVE ZEROS TO DEVOL-VALOR-FIXO
           MOVE ZEROS TO DEVOL-DIAS-EXTRA
           MOVE ZEROS TO DEVOL-VALOR-EXTRA
           MOVE ZEROS TO DEVOL-VALOR-FATURA
           MOVE ZEROS TO DEVOL-QTDE-COND
                         DEVOL-TAXA-COND
                         DEVOL-DIAS-COND
                         DEVOL-VALOR-COND
                         DEVOL-TAXA-RETORNO
                         DEVOL-PLANO-DIARIA
                         DEVOL-FRANQUIA
                         DEVOL-DIAS-PROT
                         DEVOL-VALOR-PROT
                         DEVOL-AVARIA-COBRADA
                         DEVOL-AVARIA-SINISTRO
           MOVE SPACES TO DEVOL-FILIAL-RETIRADA
                          DEVOL-PLANO
           MOVE 'N' TO DEVOL-OUTRA-FILIAL
           MOVE 'N' TO CAU-ACHOU

           OPEN INPUT ALUGUEL
           IF AS-STATUS-A EQUAL ZEROS
                                   DEVOL-DATA-INTEGER
                               MOVE ALUG-DATA-YYYYMMDD TO
                                   DEVOL-DATA-AAAAMMDD
                               MOVE ARQ-ALUGUEL-FILIAL TO
                                   DEVOL-FILIAL-RETIRADA
                               IF ARQ-ALUGUEL-PLANO NOT EQUAL SPACES
                                   AND ARQ-ALUGUEL-PLANO-DIARIA
                                       IS NUMERIC
                                   AND ARQ-ALUGUEL-FRANQUIA IS NUMERIC
                                   MOVE ARQ-ALUGUEL-PLANO TO
                                       DEVOL-PLANO
                                   MOVE ARQ-ALUGUEL-PLANO-DIARIA TO
                                       DEVOL-PLANO-DIARIA
                                   MOVE ARQ-ALUGUEL-FRANQUIA TO
                                       DEVOL-FRANQUIA
                               ELSE
                                   MOVE SPACES TO DEVOL-PLANO
                                   MOVE ZEROS TO DEVOL-PLANO-DIARIA
                                                 DEVOL-FRANQUIA
                               END-IF
                               IF ARQ-ALUGUEL-KM-SAIDA IS NUMERIC
                                   MOVE ARQ-ALUGUEL-KM-SAIDA TO
                                       DEVOL-KM-SAIDA
                   MOVE DESC-VALOR TO DEVOL-VALOR-TOTAL
               END-IF

               PERFORM 2089-SOMAR-CONDUTORES
               ADD DEVOL-VALOR-COND TO DEVOL-VALOR-TOTAL

               IF DEVOL-FILIAL-RETIRADA EQUAL SPACES
                   MOVE FILIAL-ATUAL TO DEVOL-FILIAL-RETIRADA
               END-IF
               IF DEVOL-FILIAL-RETIRADA NOT EQUAL FILIAL-ATUAL
                   MOVE 'S' TO DEVOL-OUTRA-FILIAL
                   MOVE DEVOL-FILIAL-RETIRADA TO TXD-ORIGEM
                   MOVE FILIAL-ATUAL TO TXD-DESTINO
                   PERFORM 2097-BUSCAR-TAXA-DEVOLUCAO
                   MOVE TXD-VALOR TO DEVOL-TAXA-RETORNO
                   ADD DEVOL-TAXA-RETORNO TO DEVOL-VALOR-TOTAL
                   DISPLAY 'VEICULO RETIRADO NA FILIAL '
                       DEVOL-FILIAL-RETIRADA
                       ' - TAXA DE DEVOLUCAO ' DEVOL-TAXA-RETORNO
               END-IF

               IF DEVOL-PLANO NOT EQUAL SPACES
                   COMPUTE DEVOL-DIAS-PROT = DEVOL-DIAS +
                       DEVOL-DIAS-EXTRA
                   COMPUTE DEVOL-VALOR-PROT =
                       DEVOL-PLANO-DIARIA * DEVOL-DIAS-PROT
                   ADD DEVOL-VALOR-PROT TO DEVOL-VALOR-TOTAL
               END-IF

               DISPLAY 'KM ATUAL DO ODOMETRO (RETORNO):'
               ACCEPT DEVOL-KM-RETORNO
               MOVE 999 TO DEVOL-COMB-RETORNO
               END-IF

               PERFORM 2076-REGISTRAR-VISTORIA
               PERFORM 2805-LIMITAR-AVARIA-FRANQUIA
               ADD DEVOL-AVARIA-COBRADA TO DEVOL-VALOR-TOTAL

               PERFORM 2703-APLICAR-CAUCAO

               DISPLAY '-------------------------------------'
               DISPLAY 'RECIBO DE DEVOLUCAO'
               IF DESC-PCT > ZEROS
                   DISPLAY 'DESCONTO : ' DESC-PCT ' PORCENTO'
               END-IF
               IF DEVOL-QTDE-COND > ZEROS
                   DISPLAY 'CONDUTOR : ' DEVOL-QTDE-COND
                       ' ADICIONAL(IS) ' DEVOL-DIAS-COND ' DIAS '
                       DEVOL-VALOR-COND
               END-IF
               IF DEVOL-OUTRA-FILIAL-SIM
                   DISPLAY 'RETIRADA : FILIAL ' DEVOL-FILIAL-RETIRADA
                       ' TAXA DEVOLUCAO ' DEVOL-TAXA-RETORNO
               END-IF
               DISPLAY 'KM RODADO: ' DEVOL-KM-RODADOS
               IF DEVOL-TAXA-COMB > ZEROS
                   DISPLAY 'COMBUSTIV: ' DEVOL-TAXA-COMB
                       ' (' VIST-ITEM-SEV (VIST-IDX) ') '
                       VIST-ITEM-VALOR (VIST-IDX)
               END-PERFORM
               IF DEVOL-PLANO NOT EQUAL SPACES
                   DISPLAY 'PROTECAO : PLANO ' DEVOL-PLANO ' '
                       DEVOL-DIAS-PROT ' DIAS ' DEVOL-VALOR-PROT
               END-IF
               IF DEVOL-AVARIA-SINISTRO > ZEROS
                   DISPLAY 'FRANQUIA : AVARIAS COBRADAS '
                       DEVOL-AVARIA-COBRADA ' SINISTRO '
                       DEVOL-AVARIA-SINISTRO
               END-IF
               DISPLAY 'TOTAL    : ' DEVOL-VALOR-TOTAL
               IF CAU-ACHOU-SIM
                   DISPLAY 'CAUCAO   : ' CAU-VALOR
                   DISPLAY 'APLICADA : ' CAU-APLICADO
                   DISPLAY 'SALDO    : ' CAU-SALDO
                   DISPLAY 'A FATURAR: ' DEVOL-VALOR-FATURA
               END-IF
               DISPLAY '-------------------------------------'

               COMPUTE LOC-KM-DESDE-REV =
           MOVE 'N' TO RES-VEIC-ACHOU
           MOVE SPACES TO RES-VEIC-ESTADO
           MOVE SPACES TO RES-VEIC-MANUT-DATA
           MOVE SPACES TO RES-VEIC-TIPO
           OPEN INPUT VEICULOS
           IF AS-STATUS-V EQUAL ZEROS
               MOVE RES-NOVA-VEICULO TO ARQ-VEICULOS-ID
                       RES-VEIC-MANUT-DATA
                   MOVE ARQ-VEICULOS-CATEGORIA TO
                       RES-VEIC-CATEGORIA
                   MOVE ARQ-VEICULOS-TIPO TO RES-VEIC-TIPO
                   MOVE ARQ-VEICULOS-VALOR-DIARIA TO
                       RES-VEIC-DIARIA
                   MOVE ARQ-VEICULOS-FILIAL TO RES-VEIC-FILIAL
                         AGING-QT-90 AGING-QT-MAIS90
           MOVE ZEROS TO AGING-TOT-AVENCER AGING-TOT-30 AGING-TOT-60
                         AGING-TOT-90 AGING-TOT-MAIS90
           MOVE ZEROS TO AGING-QT-CRED AGING-TOT-CRED
                         AGING-QT-REEMB AGING-TOT-REEMB
                         AGING-QT-ISEN AGING-TOT-ISEN

           OPEN INPUT FATURAS
           IF AS-STATUS-F NOT EQUAL ZEROS
                               ' CLIENTE ' ARQ-FATURAS-CLIENTE
                               ' TOTAL ' ARQ-FATURAS-TOTAL
                               ' DIAS VENCIDA ' FATU-ATRASO-DIAS
                           IF ARQ-FATURAS-CREDITO IS NUMERIC
                               AND ARQ-FATURAS-CREDITO > ZEROS
                               ADD 1 TO AGING-QT-CRED
                               ADD ARQ-FATURAS-CREDITO TO
                                   AGING-TOT-CRED
                               DISPLAY '  NOTAS DE CREDITO ABATIDAS '
                                   ARQ-FATURAS-CREDITO
                           END-IF
                           IF ARQ-FATURAS-ISENCAO IS NUMERIC
                               AND ARQ-FATURAS-ISENCAO > ZEROS
                               ADD 1 TO AGING-QT-ISEN
                               ADD ARQ-FATURAS-ISENCAO TO
                                   AGING-TOT-ISEN
                               DISPLAY '  ENCARGOS DE ATRASO ISENTOS '
                                   ARQ-FATURAS-ISENCAO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY 'MAIS DE 90 QTDE ' AGING-QT-MAIS90
                   ' TOTAL ' AGING-TOT-MAIS90
               DISPLAY '-------------------------------------'

               OPEN INPUT REEMBOLSOS
               IF AS-STATUS-RB EQUAL ZEROS
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ REEMBOLSOS
                       IF AS-STATUS-RB NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           IF ARQ-REEMBOLSOS-PENDENTE
                               AND ARQ-REEMBOLSOS-FILIAL EQUAL
                                   FILIAL-ATUAL
                               ADD 1 TO AGING-QT-REEMB
                               ADD ARQ-REEMBOLSOS-VALOR TO
                                   AGING-TOT-REEMB
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE REEMBOLSOS
               END-IF

               DISPLAY 'CREDITOS ABATIDOS NAS FATURAS ACIMA QTDE '
                   AGING-QT-CRED ' TOTAL ' AGING-TOT-CRED
               DISPLAY 'ENCARGOS ISENTOS NAS FATURAS ACIMA QTDE '
                   AGING-QT-ISEN ' TOTAL ' AGING-TOT-ISEN
               DISPLAY 'REEMBOLSOS PENDENTES A CLIENTES     QTDE '
                   AGING-QT-REEMB ' TOTAL ' AGING-TOT-REEMB
               DISPLAY '-------------------------------------'
           END-IF

           .
                               ' VENCIMENTO '
                               ARQ-FATURAS-VENCIMENTO
                               ' STATUS ' ARQ-FATURAS-STATUS
                           IF ARQ-FATURAS-CREDITO IS NOT NUMERIC
                               MOVE ZEROS TO ARQ-FATURAS-CREDITO
                           END-IF
                           IF ARQ-FATURAS-REEMBOLSO IS NOT NUMERIC
                               MOVE ZEROS TO ARQ-FATURAS-REEMBOLSO
                           END-IF
                           IF ARQ-FATURAS-CREDITO > ZEROS
                               DISPLAY '  NOTAS DE CREDITO '
                                   ARQ-FATURAS-CREDITO
                           END-IF
                           IF ARQ-FATURAS-REEMBOLSO > ZEROS
                               DISPLAY '  REEMBOLSADO '
                                   ARQ-FATURAS-REEMBOLSO
                           END-IF
                           IF ARQ-FATURAS-ISENCAO IS NUMERIC
                               AND ARQ-FATURAS-ISENCAO > ZEROS
                               DISPLAY '  ENCARGOS ISENTOS '
                                   ARQ-FATURAS-ISENCAO
                           END-IF
                           IF ARQ-FATURAS-TOTAL-ORIG IS NUMERIC
                               AND ARQ-FATURAS-TOTAL-ORIG > ZEROS
                               AND NOT ARQ-FATURAS-CANCELADA
                               AND ARQ-FATURAS-TOTAL-ORIG NOT EQUAL
                                   ARQ-FATURAS-TOTAL +
                                   ARQ-FATURAS-CREDITO
                               DISPLAY '  VALOR ORIGINAL '
                                   ARQ-FATURAS-TOTAL-ORIG
                                   ' (TOTAL ATUAL INCLUI '
       2073-LISTAR-FATURAS-FIM.
           EXIT.

       2078-EMITIR-NOTA-CREDITO             SECTION.

           MOVE 'S' TO NOTA-OK
           MOVE 'N' TO NOTA-ISENTAR
           MOVE ZEROS TO NOTA-IDX-ACHADO NOTA-ENCARGOS

           DISPLAY 'FATURAS DA FILIAL (ABERTAS E PAGAS):'
           OPEN INPUT FATURAS
           IF AS-STATUS-F NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM FATURAS REGISTRADAS'
               MOVE 'N' TO NOTA-OK
           ELSE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ FATURAS
                   IF AS-STATUS-F NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF (ARQ-FATURAS-ABERTA OR ARQ-FATURAS-PAGA)
                           AND ARQ-FATURAS-FILIAL EQUAL FILIAL-ATUAL
                           DISPLAY 'FATURA ' ARQ-FATURAS-ID
                               ' CLIENTE ' ARQ-FATURAS-CLIENTE
                               ' TOTAL ' ARQ-FATURAS-TOTAL
                               ' STATUS ' ARQ-FATURAS-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURAS
           END-IF

           IF NOTA-OK-SIM
               DISPLAY 'Digite o ID da fatura:'
               ACCEPT NOTA-FATURA-ID

               MOVE ZEROS TO FATU-QTDE
               MOVE 'N' TO FATU-EXCESSO

               OPEN INPUT FATURAS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ FATURAS
                   IF AS-STATUS-F NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF FATU-QTDE < 500
                           ADD 1 TO FATU-QTDE
                           MOVE ARQ-FATURAS TO FATU-REC (FATU-QTDE)
                           IF ARQ-FATURAS-ID EQUAL NOTA-FATURA-ID
                               AND ARQ-FATURAS-FILIAL EQUAL
                                   FILIAL-ATUAL
                               AND (ARQ-FATURAS-ABERTA
                                   OR ARQ-FATURAS-PAGA)
                               MOVE FATU-QTDE TO NOTA-IDX-ACHADO
                           END-IF
                       ELSE
                           MOVE 'S' TO FATU-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURAS

               EVALUATE TRUE
               WHEN FATU-EXCESSO-SIM
                   DISPLAY 'AVISO: LIMITE DE 500 FATURAS ATINGIDO '
                       '- ARQUIVO NAO ALTERADO'
                   MOVE 'N' TO NOTA-OK
               WHEN NOTA-IDX-ACHADO EQUAL ZEROS
                   DISPLAY 'FATURA ABERTA OU PAGA NAO ENCONTRADA'
                   MOVE 'N' TO NOTA-OK
               END-EVALUATE
           END-IF

           IF NOTA-OK-SIM
               MOVE FATU-REC (NOTA-IDX-ACHADO) TO ARQ-FATURAS
               IF ARQ-FATURAS-CREDITO IS NOT NUMERIC
                   MOVE ZEROS TO ARQ-FATURAS-CREDITO
               END-IF
               IF ARQ-FATURAS-REEMBOLSO IS NOT NUMERIC
                   MOVE ZEROS TO ARQ-FATURAS-REEMBOLSO
               END-IF
               IF ARQ-FATURAS-ISENCAO IS NOT NUMERIC
                   MOVE ZEROS TO ARQ-FATURAS-ISENCAO
               END-IF
               IF ARQ-FATURAS-TOTAL-ORIG IS NOT NUMERIC
                   OR ARQ-FATURAS-TOTAL-ORIG EQUAL ZEROS
                   COMPUTE ARQ-FATURAS-TOTAL-ORIG =
                       ARQ-FATURAS-TOTAL + ARQ-FATURAS-CREDITO
               END-IF

               IF ARQ-FATURAS-ABERTA
                   MOVE ARQ-FATURAS-TOTAL TO NOTA-SALDO
                   IF ARQ-FATURAS-TOTAL-ORIG > ARQ-FATURAS-CREDITO
                       COMPUTE NOTA-PRINCIPAL =
                           ARQ-FATURAS-TOTAL-ORIG -
                           ARQ-FATURAS-CREDITO
                   ELSE
                       MOVE ZEROS TO NOTA-PRINCIPAL
                   END-IF
                   DISPLAY 'SALDO EM ABERTO  : ' NOTA-SALDO
                   DISPLAY 'VALOR PRINCIPAL  : ' NOTA-PRINCIPAL
                   DISPLAY 'CREDITOS ANTERIORES: '
                       ARQ-FATURAS-CREDITO
                   IF NOTA-SALDO > NOTA-PRINCIPAL
                       COMPUTE NOTA-ENCARGOS =
                           NOTA-SALDO - NOTA-PRINCIPAL
                       DISPLAY 'ENCARGOS DE ATRASO: ' NOTA-ENCARGOS
                       DISPLAY 'ENCARGOS JA ISENTOS: '
                           ARQ-FATURAS-ISENCAO
                       DISPLAY 'ISENTAR ENCARGOS DE ATRASO (S/N)?'
                       ACCEPT RESPOSTA-GENERICA
                       IF RESPOSTA-GENERICA (1:1) EQUAL 'S' OR
                           RESPOSTA-GENERICA (1:1) EQUAL 's'
                           MOVE 'S' TO NOTA-ISENTAR
                       END-IF
                   END-IF
                   IF NOTA-ISENTAR-NAO
                       DISPLAY 'INFORME O SALDO TOTAL PARA CANCELAR A '
                           'FATURA'
                   END-IF
               ELSE
                   IF ARQ-FATURAS-TOTAL > ARQ-FATURAS-REEMBOLSO
                       COMPUTE NOTA-SALDO = ARQ-FATURAS-TOTAL -
                           ARQ-FATURAS-REEMBOLSO
                   ELSE
                       MOVE ZEROS TO NOTA-SALDO
                   END-IF
                   DISPLAY 'FATURA PAGA EM ' ARQ-FATURAS-PAGAMENTO
                       ' - A NOTA GERA REEMBOLSO AO CLIENTE'
                   DISPLAY 'VALOR PAGO       : ' ARQ-FATURAS-TOTAL
                   DISPLAY 'JA REEMBOLSADO   : '
                       ARQ-FATURAS-REEMBOLSO
                   IF NOTA-SALDO EQUAL ZEROS
                       DISPLAY 'FATURA JA INTEGRALMENTE REEMBOLSADA'
                       MOVE 'N' TO NOTA-OK
                   END-IF
               END-IF
           END-IF

           IF NOTA-OK-SIM
               DISPLAY 'Digite o VALOR DA NOTA (99999,99):'
               ACCEPT RESPOSTA-GENERICA
               IF RESPOSTA-GENERICA (1:5) IS NUMERIC AND
                   RESPOSTA-GENERICA (6:1) EQUAL ',' AND
                   RESPOSTA-GENERICA (7:2) IS NUMERIC
                   MOVE RESPOSTA-GENERICA (1:8) TO TAR-VALOR-ENTRADA
                   COMPUTE NOTA-VALOR = TAR-VALOR-ENT-REAIS +
                       TAR-VALOR-ENT-CENT / 100
               ELSE
                   MOVE ZEROS TO NOTA-VALOR
               END-IF

               EVALUATE TRUE
               WHEN NOTA-VALOR EQUAL ZEROS
                   DISPLAY 'VALOR INVALIDO - OPERACAO CANCELADA'
                   MOVE 'N' TO NOTA-OK
               WHEN NOTA-VALOR > NOTA-SALDO
                   DISPLAY 'VALOR EXCEDE O SALDO DA FATURA - '
                       'OPERACAO CANCELADA'
                   MOVE 'N' TO NOTA-OK
               WHEN ARQ-FATURAS-PAGA
                   MOVE 'R' TO NOTA-TIPO
               WHEN NOTA-ISENTAR-SIM
                   AND NOTA-VALOR > NOTA-ENCARGOS
                   DISPLAY 'ISENCAO NAO PODE EXCEDER OS ENCARGOS DE '
                       'ATRASO - OPERACAO CANCELADA'
                   MOVE 'N' TO NOTA-OK
               WHEN NOTA-ISENTAR-SIM
                   MOVE 'I' TO NOTA-TIPO
               WHEN NOTA-VALOR EQUAL NOTA-SALDO
                   MOVE 'C' TO NOTA-TIPO
               WHEN NOTA-VALOR > NOTA-PRINCIPAL
                   DISPLAY 'ABATIMENTO PARCIAL NAO PODE EXCEDER O '
                       'PRINCIPAL EM ABERTO - OPERACAO CANCELADA'
                   MOVE 'N' TO NOTA-OK
               WHEN OTHER
                   MOVE 'A' TO NOTA-TIPO
               END-EVALUATE
           END-IF

           IF NOTA-OK-SIM
               DISPLAY 'MOTIVO DA NOTA DE CREDITO:'
               DISPLAY '01 - ERRO DE COBRANCA'
               DISPLAY '02 - DESCONTO COMERCIAL'
               DISPLAY '03 - AVARIA CONTESTADA'
               DISPLAY '04 - LOCACAO CANCELADA'
               DISPLAY '05 - DEVOLUCAO ANTECIPADA'
               DISPLAY '99 - OUTROS'
               ACCEPT NOTA-MOTIVO
               IF NOT NOTA-MOTIVO-VALIDO
                   DISPLAY 'MOTIVO INVALIDO - OPERACAO CANCELADA'
                   MOVE 'N' TO NOTA-OK
               END-IF
           END-IF

           IF NOTA-OK-SIM
               PERFORM 2080-AUTORIZAR-NOTA-CREDITO
               IF NOTA-AUTORIZADO-NAO
                   DISPLAY 'NOTA NAO AUTORIZADA - OPERACAO CANCELADA'
                   MOVE 'N' TO NOTA-OK
               END-IF
           END-IF

           IF NOTA-OK-SIM
               ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
               EVALUATE TRUE
               WHEN NOTA-TIPO-REEMBOLSO
                   ADD NOTA-VALOR TO ARQ-FATURAS-REEMBOLSO
               WHEN NOTA-TIPO-CANCELAMENTO
                   ADD NOTA-VALOR TO ARQ-FATURAS-CREDITO
                   MOVE ZEROS TO ARQ-FATURAS-TOTAL
                   MOVE 'C' TO ARQ-FATURAS-STATUS
               WHEN NOTA-TIPO-ISENCAO
                   ADD NOTA-VALOR TO ARQ-FATURAS-ISENCAO
                   SUBTRACT NOTA-VALOR FROM ARQ-FATURAS-TOTAL
               WHEN OTHER
                   ADD NOTA-VALOR TO ARQ-FATURAS-CREDITO
                   SUBTRACT NOTA-VALOR FROM ARQ-FATURAS-TOTAL
               END-EVALUATE
               MOVE ARQ-FATURAS TO FATU-REC (NOTA-IDX-ACHADO)

               OPEN OUTPUT FATURAS
               IF AS-STATUS-F NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE FATURAS '
                       AS-STATUS-F
                   MOVE 'N' TO NOTA-OK
               ELSE
                   PERFORM VARYING FATU-IDX FROM 1 BY 1
                       UNTIL FATU-IDX > FATU-QTDE
                       MOVE FATU-REC (FATU-IDX) TO ARQ-FATURAS
                       WRITE ARQ-FATURAS
                   END-PERFORM
                   CLOSE FATURAS
               END-IF
           END-IF

           IF NOTA-OK-SIM
               MOVE FATU-REC (NOTA-IDX-ACHADO) TO ARQ-FATURAS
               PERFORM 2068-GRAVAR-NOTA-CREDITO
               IF NOTA-TIPO-REEMBOLSO
                   PERFORM 2069-GRAVAR-REEMBOLSO
               END-IF

               EVALUATE TRUE
               WHEN NOTA-TIPO-CANCELAMENTO
                   DISPLAY 'FATURA ' NOTA-FATURA-ID ' CANCELADA - '
                       'NOTA DE CREDITO ' NOTA-PROX-ID
                   MOVE 'CANCELARFATURA' TO AUD-OPERACAO
               WHEN NOTA-TIPO-REEMBOLSO
                   DISPLAY 'NOTA DE CREDITO ' NOTA-PROX-ID
                       ' - REEMBOLSO DE ' NOTA-VALOR
                       ' PENDENTE AO CLIENTE'
                   MOVE 'REEMBOLSOFATURA' TO AUD-OPERACAO
               WHEN NOTA-TIPO-ISENCAO
                   DISPLAY 'NOTA DE CREDITO ' NOTA-PROX-ID
                       ' - ENCARGOS ISENTOS - NOVO SALDO DA FATURA '
                       ARQ-FATURAS-TOTAL
                   MOVE 'ISENTARENCARGO' TO AUD-OPERACAO
               WHEN OTHER
                   DISPLAY 'NOTA DE CREDITO ' NOTA-PROX-ID
                       ' - NOVO SALDO DA FATURA '
                       ARQ-FATURAS-TOTAL
                   MOVE 'NOTACREDITO' TO AUD-OPERACAO
               END-EVALUATE
               MOVE ARQ-FATURAS-CLIENTE TO AUD-CLIENTE
               MOVE ARQ-FATURAS-VEICULO TO AUD-VEICULO
               PERFORM 2110-REGISTRAR-AUDITORIA
           END-IF

           .
       2078-EMITIR-NOTA-CREDITO-FIM.
           EXIT.

       2079-LISTAR-NOTAS-CREDITO            SECTION.

           OPEN INPUT NOTASCRED
           IF AS-STATUS-NC NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM NOTAS DE CREDITO REGISTRADAS'
           ELSE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ NOTASCRED
                   IF AS-STATUS-NC NOT EQUAL ZEROS
                       DISPLAY 'FIM DA LISTA'
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-NOTASCRED-FILIAL EQUAL FILIAL-ATUAL
                           DISPLAY 'NOTA ' ARQ-NOTASCRED-ID
                               ' FATURA ' ARQ-NOTASCRED-FATURA
                               ' CLIENTE ' ARQ-NOTASCRED-CLIENTE
                               ' TIPO ' ARQ-NOTASCRED-TIPO
                               ' VALOR ' ARQ-NOTASCRED-VALOR
                               ' MOTIVO ' ARQ-NOTASCRED-MOTIVO
                               ' DATA ' ARQ-NOTASCRED-DATA
                               ' AUTORIZADA POR '
                               ARQ-NOTASCRED-OPERADOR
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTASCRED
           END-IF

           .
       2079-LISTAR-NOTAS-CREDITO-FIM.
           EXIT.

       2080-AUTORIZAR-NOTA-CREDITO          SECTION.

           MOVE 'N' TO NOTA-AUTORIZADO
           MOVE SPACES TO NOTA-OPERADOR

           DISPLAY 'OPERADOR AUTORIZADOR:'
           ACCEPT RESPOSTA-GENERICA
           MOVE RESPOSTA-GENERICA TO OPER-ID-ENTRADA
           DISPLAY 'SENHA:'
           ACCEPT RESPOSTA-GENERICA
           MOVE RESPOSTA-GENERICA TO OPER-SENHA-ENTRADA

           IF OPER-ID-ENTRADA NOT EQUAL SPACES
               OPEN INPUT OPERADORES
               IF AS-STATUS-OP EQUAL ZEROS
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ OPERADORES
                       IF AS-STATUS-OP NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           IF ARQ-OPERADORES-ID EQUAL
                               OPER-ID-ENTRADA
                               AND ARQ-OPERADORES-SENHA EQUAL
                                   OPER-SENHA-ENTRADA
                               MOVE 'S' TO NOTA-AUTORIZADO
                               MOVE ARQ-OPERADORES-ID TO
                                   NOTA-OPERADOR
                               MOVE 1 TO LOOP-LISTA
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE OPERADORES
               END-IF
           END-IF

           IF NOTA-AUTORIZADO-NAO
               DISPLAY 'OPERADOR OU SENHA INVALIDOS'
           END-IF

           .
       2080-AUTORIZAR-NOTA-CREDITO-FIM.
           EXIT.

       2068-GRAVAR-NOTA-CREDITO             SECTION.

           MOVE ZEROS TO NOTA-PROX-ID
           OPEN INPUT NOTASCRED
           IF AS-STATUS-NC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ NOTASCRED
                   IF AS-STATUS-NC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-NOTASCRED-ID > NOTA-PROX-ID
                           MOVE ARQ-NOTASCRED-ID TO NOTA-PROX-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTASCRED
           END-IF
           ADD 1 TO NOTA-PROX-ID

           MOVE NOTA-PROX-ID TO ARQ-NOTASCRED-ID
           MOVE ARQ-FATURAS-ID TO ARQ-NOTASCRED-FATURA
           MOVE ARQ-FATURAS-CLIENTE TO ARQ-NOTASCRED-CLIENTE
           MOVE ARQ-FATURAS-CONTA TO ARQ-NOTASCRED-CONTA
           MOVE NOTA-TIPO TO ARQ-NOTASCRED-TIPO
           MOVE NOTA-VALOR TO ARQ-NOTASCRED-VALOR
           MOVE NOTA-MOTIVO TO ARQ-NOTASCRED-MOTIVO
           MOVE NOTA-OPERADOR TO ARQ-NOTASCRED-OPERADOR
           MOVE HOJE-YYYYMMDD TO ARQ-NOTASCRED-DATA
           MOVE FILIAL-ATUAL TO ARQ-NOTASCRED-FILIAL
           MOVE SPACES TO ARQ-NOTASCRED-FIM

           OPEN EXTEND NOTASCRED
           IF AS-STATUS-NC EQUAL 35
               OPEN OUTPUT NOTASCRED
           END-IF
           IF AS-STATUS-NC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE NOTAS DE CREDITO'
           ELSE
               WRITE ARQ-NOTASCRED
               CLOSE NOTASCRED
           END-IF

           .
       2068-GRAVAR-NOTA-CREDITO-FIM.
           EXIT.

       2069-GRAVAR-REEMBOLSO                SECTION.

           MOVE NOTA-PROX-ID TO ARQ-REEMBOLSOS-NOTA
           MOVE ARQ-FATURAS-ID TO ARQ-REEMBOLSOS-FATURA
           MOVE ARQ-FATURAS-CLIENTE TO ARQ-REEMBOLSOS-CLIENTE
           MOVE ARQ-FATURAS-CONTA TO ARQ-REEMBOLSOS-CONTA
           MOVE NOTA-VALOR TO ARQ-REEMBOLSOS-VALOR
           MOVE HOJE-YYYYMMDD TO ARQ-REEMBOLSOS-DATA
           MOVE FILIAL-ATUAL TO ARQ-REEMBOLSOS-FILIAL
           MOVE 'P' TO ARQ-REEMBOLSOS-STATUS
           MOVE SPACES TO ARQ-REEMBOLSOS-FIM

           OPEN EXTEND REEMBOLSOS
           IF AS-STATUS-RB EQUAL 35
               OPEN OUTPUT REEMBOLSOS
           END-IF
           IF AS-STATUS-RB NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE REEMBOLSOS'
           ELSE
               WRITE ARQ-REEMBOLSOS
               CLOSE REEMBOLSOS
           END-IF

           .
       2069-GRAVAR-REEMBOLSO-FIM.
           EXIT.

       2074-CALCULAR-PROXIMO-ID-FATURA      SECTION.

           MOVE ZEROS TO FATU-PROX-ID
           MOVE FATU-PROX-ID TO ARQ-FATURAS-ID
           MOVE DEVOL-CLIENTE-ID TO ARQ-FATURAS-CLIENTE
           MOVE DEVOL-VEICULO-ID TO ARQ-FATURAS-VEICULO
           MOVE DEVOL-VALOR-FATURA TO ARQ-FATURAS-TOTAL
           MOVE HOJE-YYYYMMDD TO ARQ-FATURAS-EMISSAO
           COMPUTE FATU-VENC-INT = HOJE-INTEGER + 30
           COMPUTE ARQ-FATURAS-VENCIMENTO =
           MOVE 'A' TO ARQ-FATURAS-STATUS
           MOVE ZEROS TO ARQ-FATURAS-PAGAMENTO
           MOVE FILIAL-ATUAL TO ARQ-FATURAS-FILIAL
           MOVE DEVOL-VALOR-FATURA TO ARQ-FATURAS-TOTAL-ORIG
           MOVE ZEROS TO ARQ-FATURAS-CONTA
           MOVE DEVOL-FILIAL-RETIRADA TO ARQ-FATURAS-FILIAL-RETIRADA
           MOVE ZEROS TO ARQ-FATURAS-CREDITO
                         ARQ-FATURAS-REEMBOLSO
                         ARQ-FATURAS-ISENCAO
           MOVE SPACES TO ARQ-FATURAS-FIM

           OPEN EXTEND FATURAS
               MOVE ZEROS TO ARQ-HISTORICO-CONTA
               MOVE 'S' TO ARQ-HISTORICO-FATURADO
           END-IF
           MOVE DEVOL-FILIAL-RETIRADA TO ARQ-HISTORICO-FILIAL-RETIRADA
           MOVE DEVOL-TAXA-RETORNO TO ARQ-HISTORICO-TAXA-RETORNO
           MOVE DEVOL-VALOR-PROT TO ARQ-HISTORICO-PROTECAO
           MOVE SPACES TO ARQ-HISTORICO-FIM

           OPEN EXTEND HISTORICO
                               ARQ-HISTORICO-DIAS-REAIS
                               ' TOTAL ' ARQ-HISTORICO-TOTAL
                               ' ATRASO ' ARQ-HISTORICO-ATRASO
                           IF ARQ-HISTORICO-FILIAL-RETIRADA NOT EQUAL
                               SPACES AND ARQ-HISTORICO-FILIAL-RETIRADA
                               NOT EQUAL ARQ-HISTORICO-FILIAL
                               DISPLAY '    RETIRADO NA FILIAL '
                                   ARQ-HISTORICO-FILIAL-RETIRADA
                                   ' TAXA DE DEVOLUCAO '
                                   ARQ-HISTORICO-TAXA-RETORNO
                           END-IF
                           MOVE ARQ-HISTORICO-VEICULO TO
                               COND-BUSCA-VEICULO
                           MOVE ARQ-HISTORICO-CLIENTE TO
                               COND-BUSCA-CLIENTE
                           MOVE ARQ-HISTORICO-DATA-LOC TO
                               COND-BUSCA-DATA
                           PERFORM 2090-LISTAR-CONDUTORES-LOCACAO
                       END-IF
                   END-IF
               END-PERFORM
       2086-ACUMULAR-FROTA-ROLLUP-FIM.
           EXIT.

       2089-SOMAR-CONDUTORES                SECTION.

           MOVE ZEROS TO DEVOL-QTDE-COND
                         DEVOL-TAXA-COND
                         DEVOL-VALOR-COND

           OPEN INPUT ALUGCOND
           IF AS-STATUS-AC EQUAL ZEROS
               MOVE 0 TO LOOP-CONDUTOR
               PERFORM UNTIL LOOP-CONDUTOR = 1
                   READ ALUGCOND
                   IF AS-STATUS-AC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-CONDUTOR
                   ELSE
                       IF ARQ-ALUGCOND-VEICULO EQUAL DEVOL-VEICULO-ID
                           AND ARQ-ALUGCOND-CLIENTE EQUAL
                               DEVOL-CLIENTE-ID
                           AND ARQ-ALUGCOND-DATA-LOC EQUAL
                               DEVOL-DATA-AAAAMMDD
                           ADD 1 TO DEVOL-QTDE-COND
                           ADD ARQ-ALUGCOND-TAXA TO DEVOL-TAXA-COND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALUGCOND
           END-IF

           IF DEVOL-QTDE-COND > ZEROS
               COMPUTE DEVOL-DIAS-COND = DEVOL-DIAS +
                   DEVOL-DIAS-EXTRA
               COMPUTE DEVOL-VALOR-COND =
                   DEVOL-TAXA-COND * DEVOL-DIAS-COND
           END-IF

           .
       2089-SOMAR-CONDUTORES-FIM.
           EXIT.

       2090-LISTAR-CONDUTORES-LOCACAO       SECTION.

           OPEN INPUT ALUGCOND
           IF AS-STATUS-AC EQUAL ZEROS
               MOVE 0 TO LOOP-CONDUTOR
               PERFORM UNTIL LOOP-CONDUTOR = 1
                   READ ALUGCOND
                   IF AS-STATUS-AC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-CONDUTOR
                   ELSE
                       IF ARQ-ALUGCOND-VEICULO EQUAL
                           COND-BUSCA-VEICULO
                           AND ARQ-ALUGCOND-CLIENTE EQUAL
                               COND-BUSCA-CLIENTE
                           AND ARQ-ALUGCOND-DATA-LOC EQUAL
                               COND-BUSCA-DATA
                           DISPLAY '    CONDUTOR ADICIONAL '
                               ARQ-ALUGCOND-CONDUTOR
                               ' CNH ' ARQ-ALUGCOND-CNH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALUGCOND
           END-IF

           .
       2090-LISTAR-CONDUTORES-LOCACAO-FIM.
           EXIT.

       2057-REGISTRAR-ALUGUEL               SECTION.

           MOVE 'N' TO ALUG-GRAVOU
           MOVE LOC-KM-SAIDA TO ARQ-ALUGUEL-KM-SAIDA
           MOVE LOC-COMB-SAIDA TO ARQ-ALUGUEL-COMB-SAIDA
           MOVE LOC-PRECO-FIXO TO ARQ-ALUGUEL-PRECO-FIXO
           MOVE PLAN-ESC-CODIGO TO ARQ-ALUGUEL-PLANO
           MOVE PLAN-ESC-DIARIA TO ARQ-ALUGUEL-PLANO-DIARIA
           MOVE PLAN-ESC-FRANQUIA TO ARQ-ALUGUEL-FRANQUIA

           OPEN EXTEND ALUGUEL
           IF AS-STATUS-A EQUAL 35
       2095-BUSCAR-TRANSITO-VEICULO-FIM.
           EXIT.

       2096-ADICIONAR-TAXA-DEVOLUCAO        SECTION.

           DISPLAY 'Digite a FILIAL DE RETIRADA (2 DIGITOS):'
           ACCEPT TXD-ORIGEM
           DISPLAY 'Digite a FILIAL DE DEVOLUCAO (2 DIGITOS):'
           ACCEPT TXD-DESTINO

           IF TXD-ORIGEM EQUAL SPACES OR TXD-DESTINO EQUAL SPACES
               OR TXD-ORIGEM EQUAL TXD-DESTINO
               DISPLAY 'FILIAIS INVALIDAS - OPERACAO CANCELADA'
           ELSE
               DISPLAY 'Digite o VALOR DA TAXA (99999,99):'
               ACCEPT RESPOSTA-GENERICA
               IF RESPOSTA-GENERICA (1:5) IS NUMERIC AND
                   RESPOSTA-GENERICA (6:1) EQUAL ',' AND
                   RESPOSTA-GENERICA (7:2) IS NUMERIC
                   MOVE RESPOSTA-GENERICA (1:8) TO TAR-VALOR-ENTRADA
                   COMPUTE TAR-VALOR-NUM =
                       TAR-VALOR-ENT-REAIS +
                       TAR-VALOR-ENT-CENT / 100
                   MOVE TXD-ORIGEM TO ARQ-TAXASDEV-ORIGEM
                   MOVE TXD-DESTINO TO ARQ-TAXASDEV-DESTINO
                   MOVE TAR-VALOR-NUM TO ARQ-TAXASDEV-VALOR
                   MOVE SPACES TO ARQ-TAXASDEV-FIM

                   OPEN EXTEND TAXASDEV
                   IF AS-STATUS-TD EQUAL 35
                       OPEN OUTPUT TAXASDEV
                   END-IF
                   IF AS-STATUS-TD NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO ABRIR ARQUIVO DE TAXAS DE '
                           'DEVOLUCAO'
                   ELSE
                       WRITE ARQ-TAXASDEV
                       CLOSE TAXASDEV
                       DISPLAY 'TAXA DE DEVOLUCAO ' TXD-ORIGEM
                           ' -> ' TXD-DESTINO ' REGISTRADA'
                   END-IF
               ELSE
                   DISPLAY 'VALOR INVALIDO - USE O FORMATO '
                       '99999,99'
                   DISPLAY 'OPERACAO CANCELADA'
               END-IF
           END-IF

           .
       2096-ADICIONAR-TAXA-DEVOLUCAO-FIM.
           EXIT.

       2097-BUSCAR-TAXA-DEVOLUCAO           SECTION.

           MOVE 'N' TO TXD-ACHOU
           MOVE ZEROS TO TXD-VALOR

           OPEN INPUT TAXASDEV
           IF AS-STATUS-TD EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ TAXASDEV
                   IF AS-STATUS-TD NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-TAXASDEV-ORIGEM EQUAL TXD-ORIGEM
                           AND ARQ-TAXASDEV-DESTINO EQUAL
                               TXD-DESTINO
                           MOVE ARQ-TAXASDEV-VALOR TO TXD-VALOR
                           MOVE 'S' TO TXD-ACHOU
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TAXASDEV
           END-IF

           IF TXD-ACHOU-NAO
               MOVE PARAM-RETORNO-TAXA TO TXD-VALOR
           END-IF

           .
       2097-BUSCAR-TAXA-DEVOLUCAO-FIM.
           EXIT.

       2098-LISTAR-TAXAS-DEVOLUCAO          SECTION.

           OPEN INPUT TAXASDEV
           IF AS-STATUS-TD NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM TAXAS DE DEVOLUCAO REGISTRADAS'
           ELSE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ TAXASDEV
                   IF AS-STATUS-TD NOT EQUAL ZEROS
                       DISPLAY 'FIM DA LISTA'
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       DISPLAY 'RETIRADA ' ARQ-TAXASDEV-ORIGEM
                           ' DEVOLUCAO ' ARQ-TAXASDEV-DESTINO
                           ' TAXA ' ARQ-TAXASDEV-VALOR
                   END-IF
               END-PERFORM
               CLOSE TAXASDEV
           END-IF
           DISPLAY 'TAXA PADRAO PARA TRECHOS NAO CADASTRADOS: '
               PARAM-RETORNO-TAXA

           .
       2098-LISTAR-TAXAS-DEVOLUCAO-FIM.
           EXIT.

       2099-MOVER-VEICULO-FILIAL            SECTION.

           MOVE 'N' TO VEIC-FIL-OK
           OPEN I-O VEICULOS
           IF AS-STATUS-V NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE VEICULOS'
           ELSE
               MOVE DEVOL-VEICULO-ID TO ARQ-VEICULOS-ID
               READ VEICULOS
               IF AS-STATUS-V EQUAL ZEROS
                   MOVE FILIAL-ATUAL TO ARQ-VEICULOS-FILIAL
                   REWRITE ARQ-VEICULOS
                   IF AS-STATUS-V EQUAL ZEROS
                       MOVE 'S' TO VEIC-FIL-OK
                   ELSE
                       DISPLAY 'ERRO AO REGRAVAR VEICULO '
                           AS-STATUS-V
                   END-IF
               END-IF
               CLOSE VEICULOS
           END-IF

           IF VEIC-FIL-OK-SIM
               DISPLAY 'VEICULO ' DEVOL-VEICULO-ID
                   ' INCORPORADO A FROTA DA FILIAL ' FILIAL-ATUAL
               MOVE 'DEVOLVEROUTRAFL' TO AUD-OPERACAO
               MOVE DEVOL-CLIENTE-ID TO AUD-CLIENTE
               MOVE DEVOL-VEICULO-ID TO AUD-VEICULO
               PERFORM 2110-REGISTRAR-AUDITORIA
           END-IF

           .
       2099-MOVER-VEICULO-FILIAL-FIM.
           EXIT.

       2110-REGISTRAR-AUDITORIA             SECTION.

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT AUD-HORA-COMPLETA FROM TIME

           MOVE OPERADOR-ATUAL TO ARQ-AUDITORIA-OPERADOR
           MOVE FILIAL-ATUAL TO ARQ-AUDITORIA-FILIAL
           MOVE HOJE-YYYYMMDD TO ARQ-AUDITORIA-DATA
           MOVE AUD-HORA-COMPLETA (1:6) TO ARQ-AUDITORIA-HORA
           MOVE AUD-OPERACAO TO ARQ-AUDITORIA-OPERACAO
           MOVE AUD-CLIENTE TO ARQ-AUDITORIA-CLIENTE
           MOVE AUD-VEICULO TO ARQ-AUDITORIA-VEICULO
           MOVE SPACES TO ARQ-AUDITORIA-FIM

           OPEN EXTEND AUDITORIA
           IF AS-STATUS-AU EQUAL 35
               OPEN OUTPUT AUDITORIA
           END-IF
           IF AS-STATUS-AU NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE AUDITORIA'
           ELSE
               WRITE ARQ-AUDITORIA
               CLOSE AUDITORIA
           END-IF

           .
       2110-REGISTRAR-AUDITORIA-FIM.
           EXIT.

       2111-CONSULTAR-AUDITORIA             SECTION.

           DISPLAY 'DIGITE A DATA DA CONSULTA (DDMMAAAA):'
           MOVE ZEROS TO ARQ-FATURAS-PAGAMENTO
           MOVE ARQ-CONTAS-FILIAL TO ARQ-FATURAS-FILIAL
           MOVE ARQ-CONTAS-ID TO ARQ-FATURAS-CONTA
           MOVE ARQ-CONTAS-FILIAL TO ARQ-FATURAS-FILIAL-RETIRADA
           MOVE ZEROS TO ARQ-FATURAS-CREDITO
                         ARQ-FATURAS-REEMBOLSO
                         ARQ-FATURAS-ISENCAO
           MOVE SPACES TO ARQ-FATURAS-FIM

           OPEN EXTEND FATURAS
                         FECH-QT-DEV FECH-VAL-DEV
                         FECH-QT-EMIT FECH-VAL-EMIT
                         FECH-QT-PAGA FECH-VAL-PAGA
           MOVE ZEROS TO FECH-QT-CRED FECH-VAL-CRED
                         FECH-QT-CANC FECH-VAL-CANC
                         FECH-QT-REEMB FECH-VAL-REEMB
                         FECH-QT-ISEN FECH-VAL-ISEN
           MOVE ZEROS TO FECH-OP-QTDE

           OPEN INPUT ALUGUEL
               CLOSE FATURAS
           END-IF

           OPEN INPUT NOTASCRED
           IF AS-STATUS-NC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ NOTASCRED
                   IF AS-STATUS-NC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-NOTASCRED-FILIAL EQUAL FILIAL-ATUAL
                           AND ARQ-NOTASCRED-DATA EQUAL
                               HOJE-YYYYMMDD
                           EVALUATE TRUE
                           WHEN ARQ-NOTASCRED-CANCELAMENTO
                               ADD 1 TO FECH-QT-CANC
                               ADD ARQ-NOTASCRED-VALOR TO
                                   FECH-VAL-CANC
                           WHEN ARQ-NOTASCRED-REEMBOLSO
                               ADD 1 TO FECH-QT-REEMB
                               ADD ARQ-NOTASCRED-VALOR TO
                                   FECH-VAL-REEMB
                           WHEN ARQ-NOTASCRED-ISENCAO
                               ADD 1 TO FECH-QT-ISEN
                               ADD ARQ-NOTASCRED-VALOR TO
                                   FECH-VAL-ISEN
                           WHEN OTHER
                               ADD 1 TO FECH-QT-CRED
                               ADD ARQ-NOTASCRED-VALOR TO
                                   FECH-VAL-CRED
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTASCRED
           END-IF

           OPEN INPUT AUDITORIA
           IF AS-STATUS-AU EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               DELIMITED BY SIZE INTO FECH-LINHA
           PERFORM 2302-EMITIR-LINHA-FECHAMENTO

           MOVE FECH-QT-CRED TO FECH-QT-ED
           MOVE FECH-VAL-CRED TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO FECH-LINHA
           STRING 'NOTAS DE CREDITO    ' FECH-QT-ED
               '  ABATIDO        ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO FECH-LINHA
           PERFORM 2302-EMITIR-LINHA-FECHAMENTO

           MOVE FECH-QT-CANC TO FECH-QT-ED
           MOVE FECH-VAL-CANC TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO FECH-LINHA
           STRING 'FATURAS CANCELADAS  ' FECH-QT-ED
               '  CANCELADO      ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO FECH-LINHA
           PERFORM 2302-EMITIR-LINHA-FECHAMENTO

           MOVE FECH-QT-REEMB TO FECH-QT-ED
           MOVE FECH-VAL-REEMB TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO FECH-LINHA
           STRING 'REEMBOLSOS          ' FECH-QT-ED
               '  A DEVOLVER     ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO FECH-LINHA
           PERFORM 2302-EMITIR-LINHA-FECHAMENTO

           MOVE FECH-QT-ISEN TO FECH-QT-ED
           MOVE FECH-VAL-ISEN TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO FECH-LINHA
           STRING 'ENCARGOS ISENTOS    ' FECH-QT-ED
               '  ISENTO         ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO FECH-LINHA
           PERFORM 2302-EMITIR-LINHA-FECHAMENTO

           MOVE '-------------------------------------' TO
               FECH-LINHA
           PERFORM 2302-EMITIR-LINHA-FECHAMENTO
       2304-SOMAR-OPERACAO-OPERADOR-FIM.
           EXIT.

       2305-RELATORIO-ACERTO-FILIAIS        SECTION.

           DISPLAY 'Digite o MES DE REFERENCIA (MMAAAA):'
           ACCEPT ACF-MES-ENTRADA

           IF ACF-MES-ENTRADA IS NOT NUMERIC
               OR ACF-MES-ENTRADA (1:2) < '01'
               OR ACF-MES-ENTRADA (1:2) > '12'
               DISPLAY 'MES INVALIDO - OPERACAO CANCELADA'
           ELSE
               STRING ACF-MES-ENTRADA (3:4) ACF-MES-ENTRADA (1:2)
                   DELIMITED BY SIZE INTO ACF-AAAAMM

               MOVE ZEROS TO ACF-QTDE-PAR
                             ACF-QTDE-FIL
                             ACF-TOTAL-VEIC
                             ACF-TOTAL-RECEITA
               MOVE 'N' TO ACF-EXCESSO

               OPEN INPUT HISTORICO
               IF AS-STATUS-H EQUAL ZEROS
                   MOVE 0 TO LOOP-LISTA
                   PERFORM UNTIL LOOP-LISTA = 1
                       READ HISTORICO
                       IF AS-STATUS-H NOT EQUAL ZEROS
                           MOVE 1 TO LOOP-LISTA
                       ELSE
                           IF ARQ-HISTORICO-DATA-DEV (1:6) EQUAL
                               ACF-AAAAMM
                               AND ARQ-HISTORICO-FILIAL-RETIRADA
                                   NOT EQUAL SPACES
                               AND ARQ-HISTORICO-FILIAL-RETIRADA
                                   NOT EQUAL ARQ-HISTORICO-FILIAL
                               PERFORM 2306-ACUMULAR-ACERTO-FILIAL
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HISTORICO
               END-IF

               DISPLAY '-------------------------------------'
               DISPLAY 'ACERTO ENTRE FILIAIS - DEVOLUCOES EM OUTRA '
                   'FILIAL - MES ' ACF-MES-ENTRADA
               DISPLAY '-------------------------------------'
               DISPLAY 'A FILIAL DE DEVOLUCAO FATURA A LOCACAO E '
                   'RETEM A TAXA DE DEVOLUCAO;'
               DISPLAY 'O VALOR DA LOCACAO SEM A TAXA E REPASSADO '
                   'A FILIAL DE RETIRADA.'
               DISPLAY '-------------------------------------'

               IF ACF-QTDE-PAR EQUAL ZEROS
                   DISPLAY 'NENHUMA DEVOLUCAO EM OUTRA FILIAL NO MES'
               ELSE
                   PERFORM VARYING ACF-IDX FROM 1 BY 1
                       UNTIL ACF-IDX > ACF-QTDE-PAR
                       DISPLAY 'RETIRADA ' ACF-PAR-ORIGEM (ACF-IDX)
                           ' DEVOLUCAO ' ACF-PAR-DESTINO (ACF-IDX)
                           ' VEICULOS ' ACF-PAR-VEIC (ACF-IDX)
                           ' RECEITA ' ACF-PAR-RECEITA (ACF-IDX)
                           ' TAXAS ' ACF-PAR-TAXA (ACF-IDX)
                           ' REPASSE ' ACF-PAR-REPASSE (ACF-IDX)
                   END-PERFORM

                   DISPLAY '-------------------------------------'
                   DISPLAY 'SALDO POR FILIAL'
                   DISPLAY '-------------------------------------'
                   PERFORM VARYING ACF-FIL-IDX FROM 1 BY 1
                       UNTIL ACF-FIL-IDX > ACF-QTDE-FIL
                       DISPLAY 'FILIAL ' ACF-FIL-CODIGO (ACF-FIL-IDX)
                           ' VEIC. CEDIDOS '
                           ACF-FIL-VEIC-ENV (ACF-FIL-IDX)
                           ' VEIC. RECEBIDOS '
                           ACF-FIL-VEIC-REC (ACF-FIL-IDX)
                           ' A RECEBER '
                           ACF-FIL-A-RECEBER (ACF-FIL-IDX)
                           ' A PAGAR '
                           ACF-FIL-A-PAGAR (ACF-FIL-IDX)

                       IF ACF-FIL-VEIC-ENV (ACF-FIL-IDX) >
                           ACF-FIL-VEIC-REC (ACF-FIL-IDX)
                           COMPUTE ACF-SALDO-VEIC =
                               ACF-FIL-VEIC-ENV (ACF-FIL-IDX) -
                               ACF-FIL-VEIC-REC (ACF-FIL-IDX)
                           DISPLAY '    DEVE RECEBER ' ACF-SALDO-VEIC
                               ' VEICULO(S)'
                       END-IF
                       IF ACF-FIL-VEIC-REC (ACF-FIL-IDX) >
                           ACF-FIL-VEIC-ENV (ACF-FIL-IDX)
                           COMPUTE ACF-SALDO-VEIC =
                               ACF-FIL-VEIC-REC (ACF-FIL-IDX) -
                               ACF-FIL-VEIC-ENV (ACF-FIL-IDX)
                           DISPLAY '    DEVE DEVOLVER ' ACF-SALDO-VEIC
                               ' VEICULO(S)'
                       END-IF
                       IF ACF-FIL-A-RECEBER (ACF-FIL-IDX) >
                           ACF-FIL-A-PAGAR (ACF-FIL-IDX)
                           COMPUTE ACF-SALDO-VALOR =
                               ACF-FIL-A-RECEBER (ACF-FIL-IDX) -
                               ACF-FIL-A-PAGAR (ACF-FIL-IDX)
                           DISPLAY '    SALDO A RECEBER '
                               ACF-SALDO-VALOR
                       END-IF
                       IF ACF-FIL-A-PAGAR (ACF-FIL-IDX) >
                           ACF-FIL-A-RECEBER (ACF-FIL-IDX)
                           COMPUTE ACF-SALDO-VALOR =
                               ACF-FIL-A-PAGAR (ACF-FIL-IDX) -
                               ACF-FIL-A-RECEBER (ACF-FIL-IDX)
                           DISPLAY '    SALDO A PAGAR '
                               ACF-SALDO-VALOR
                       END-IF
                   END-PERFORM
               END-IF

               DISPLAY '-------------------------------------'
               DISPLAY 'DEVOLUCOES EM OUTRA FILIAL ' ACF-TOTAL-VEIC
                   ' RECEITA ' ACF-TOTAL-RECEITA
               IF ACF-EXCESSO-SIM
                   DISPLAY 'AVISO: LIMITE DE TRECHOS/FILIAIS '
                       'ATINGIDO - RELATORIO INCOMPLETO'
               END-IF
               DISPLAY '-------------------------------------'
           END-IF

           .
       2305-RELATORIO-ACERTO-FILIAIS-FIM.
           EXIT.

       2306-ACUMULAR-ACERTO-FILIAL          SECTION.

           IF ARQ-HISTORICO-TOTAL > ARQ-HISTORICO-TAXA-RETORNO
               COMPUTE ACF-REPASSE = ARQ-HISTORICO-TOTAL -
                   ARQ-HISTORICO-TAXA-RETORNO
           ELSE
               MOVE ZEROS TO ACF-REPASSE
           END-IF

           MOVE ZEROS TO ACF-IDX-ACHADO
           PERFORM VARYING ACF-IDX FROM 1 BY 1
               UNTIL ACF-IDX > ACF-QTDE-PAR
               IF ACF-PAR-ORIGEM (ACF-IDX) EQUAL
                   ARQ-HISTORICO-FILIAL-RETIRADA
                   AND ACF-PAR-DESTINO (ACF-IDX) EQUAL
                       ARQ-HISTORICO-FILIAL
                   MOVE ACF-IDX TO ACF-IDX-ACHADO
               END-IF
           END-PERFORM

           IF ACF-IDX-ACHADO EQUAL ZEROS
               IF ACF-QTDE-PAR < 200
                   ADD 1 TO ACF-QTDE-PAR
                   MOVE ACF-QTDE-PAR TO ACF-IDX-ACHADO
                   MOVE ARQ-HISTORICO-FILIAL-RETIRADA TO
                       ACF-PAR-ORIGEM (ACF-IDX-ACHADO)
                   MOVE ARQ-HISTORICO-FILIAL TO
                       ACF-PAR-DESTINO (ACF-IDX-ACHADO)
                   MOVE ZEROS TO ACF-PAR-VEIC (ACF-IDX-ACHADO)
                                 ACF-PAR-RECEITA (ACF-IDX-ACHADO)
                                 ACF-PAR-TAXA (ACF-IDX-ACHADO)
                                 ACF-PAR-REPASSE (ACF-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO ACF-EXCESSO
               END-IF
           END-IF

           IF ACF-IDX-ACHADO > ZEROS
               ADD 1 TO ACF-PAR-VEIC (ACF-IDX-ACHADO)
               ADD ARQ-HISTORICO-TOTAL TO
                   ACF-PAR-RECEITA (ACF-IDX-ACHADO)
               ADD ARQ-HISTORICO-TAXA-RETORNO TO
                   ACF-PAR-TAXA (ACF-IDX-ACHADO)
               ADD ACF-REPASSE TO ACF-PAR-REPASSE (ACF-IDX-ACHADO)
               ADD 1 TO ACF-TOTAL-VEIC
               ADD ARQ-HISTORICO-TOTAL TO ACF-TOTAL-RECEITA

               MOVE ARQ-HISTORICO-FILIAL-RETIRADA TO ACF-FILIAL-BUSCA
               PERFORM 2307-LOCALIZAR-FILIAL-ACERTO
               IF ACF-FIL-IDX > ZEROS
                   ADD 1 TO ACF-FIL-VEIC-ENV (ACF-FIL-IDX)
                   ADD ACF-REPASSE TO ACF-FIL-A-RECEBER (ACF-FIL-IDX)
               END-IF

               MOVE ARQ-HISTORICO-FILIAL TO ACF-FILIAL-BUSCA
               PERFORM 2307-LOCALIZAR-FILIAL-ACERTO
               IF ACF-FIL-IDX > ZEROS
                   ADD 1 TO ACF-FIL-VEIC-REC (ACF-FIL-IDX)
                   ADD ACF-REPASSE TO ACF-FIL-A-PAGAR (ACF-FIL-IDX)
               END-IF
           END-IF

           .
       2306-ACUMULAR-ACERTO-FILIAL-FIM.
           EXIT.

       2307-LOCALIZAR-FILIAL-ACERTO         SECTION.

           MOVE ZEROS TO ACF-IDX-ACHADO
           PERFORM VARYING ACF-IDX FROM 1 BY 1
               UNTIL ACF-IDX > ACF-QTDE-FIL
               IF ACF-FIL-CODIGO (ACF-IDX) EQUAL ACF-FILIAL-BUSCA
                   MOVE ACF-IDX TO ACF-IDX-ACHADO
               END-IF
           END-PERFORM

           IF ACF-IDX-ACHADO EQUAL ZEROS
               IF ACF-QTDE-FIL < 100
                   ADD 1 TO ACF-QTDE-FIL
                   MOVE ACF-QTDE-FIL TO ACF-IDX-ACHADO
                   MOVE ACF-FILIAL-BUSCA TO
                       ACF-FIL-CODIGO (ACF-IDX-ACHADO)
                   MOVE ZEROS TO ACF-FIL-VEIC-ENV (ACF-IDX-ACHADO)
                                 ACF-FIL-VEIC-REC (ACF-IDX-ACHADO)
                                 ACF-FIL-A-RECEBER (ACF-IDX-ACHADO)
                                 ACF-FIL-A-PAGAR (ACF-IDX-ACHADO)
               ELSE
                   MOVE 'S' TO ACF-EXCESSO
               END-IF
           END-IF

           MOVE ACF-IDX-ACHADO TO ACF-FIL-IDX

           .
       2307-LOCALIZAR-FILIAL-ACERTO-FIM.
           EXIT.

       2308-RELATORIO-PREVISAO-DEMANDA      SECTION.

           MOVE 'S' TO PREV-OK
           MOVE 'N' TO PREV-EXCESSO

           DISPLAY 'HORIZONTE DA PREVISAO (30, 60 OU 90 DIAS):'
           ACCEPT RESPOSTA-GENERICA
           EVALUATE RESPOSTA-GENERICA (1:2)
           WHEN '30'
               MOVE 30 TO PREV-HORIZONTE
           WHEN '60'
               MOVE 60 TO PREV-HORIZONTE
           WHEN '90'
               MOVE 90 TO PREV-HORIZONTE
           WHEN OTHER
               DISPLAY 'HORIZONTE INVALIDO - OPERACAO CANCELADA'
               MOVE 'N' TO PREV-OK
           END-EVALUATE

           IF PREV-OK-SIM
               ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
               COMPUTE HOJE-INTEGER = FUNCTION INTEGER-OF-DATE
                   (HOJE-YYYYMMDD)
               COMPUTE PREV-ULTIMO-INT =
                   HOJE-INTEGER + PREV-HORIZONTE - 1
               MOVE ZEROS TO PREV-CEL-QTDE PREV-FIL-QTDE
               INITIALIZE PREV-CEL-TAB
               INITIALIZE PREV-FIL-TAB

               PERFORM 2309-CARREGAR-FROTA-PREVISAO

               IF PREV-VEIC-QTDE EQUAL ZEROS
                   DISPLAY 'NAO EXISTEM VEICULOS LOCAVEIS NA FROTA'
                   MOVE 'N' TO PREV-OK
               END-IF
           END-IF

           IF PREV-OK-SIM
               PERFORM 2313-PREVER-LOCACOES-ABERTAS
               PERFORM 2314-PREVER-RESERVAS
               PERFORM 2315-PREVER-ORCAMENTOS

               IF PREV-EXCESSO-SIM
                   DISPLAY 'AVISO: LIMITE DE FILIAIS/CATEGORIAS '
                       'ATINGIDO - RELATORIO INCOMPLETO'
               END-IF

               PERFORM 2316-EMITIR-PREVISAO
           END-IF

           .
       2308-RELATORIO-PREVISAO-DEMANDA-FIM.
           EXIT.

       2309-CARREGAR-FROTA-PREVISAO         SECTION.

           MOVE ZEROS TO PREV-VEIC-QTDE

           OPEN INPUT VEICULOS
           IF AS-STATUS-V EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ VEICULOS NEXT RECORD
                   IF AS-STATUS-V NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-VEICULOS-ESTADO NOT EQUAL 'Vendido'
                           AND ARQ-VEICULOS-ESTADO NOT EQUAL
                               'Manutencao'
                           AND ARQ-VEICULOS-ID IS NUMERIC
                           IF PREV-VEIC-QTDE < 1000
                               ADD 1 TO PREV-VEIC-QTDE
                               MOVE ARQ-VEICULOS-ID TO
                                   PREV-VEIC-ID (PREV-VEIC-QTDE)
                               MOVE ARQ-VEICULOS-FILIAL TO
                                   PREV-VEIC-FILIAL (PREV-VEIC-QTDE)
                               MOVE ARQ-VEICULOS-CATEGORIA TO
                                   PREV-VEIC-CATEGORIA
                                       (PREV-VEIC-QTDE)
                               MOVE ARQ-VEICULOS-ESTADO TO
                                   PREV-VEIC-ESTADO (PREV-VEIC-QTDE)
                               MOVE ZEROS TO
                                   PREV-VEIC-ALUG-INT (PREV-VEIC-QTDE)
                                   PREV-VEIC-ALUG-DIAS
                                       (PREV-VEIC-QTDE)
                           ELSE
                               MOVE 'S' TO PREV-EXCESSO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VEICULOS
           END-IF

           OPEN INPUT TRANSFERENCIAS
           IF AS-STATUS-X EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ TRANSFERENCIAS
                   IF AS-STATUS-X NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-TRANSF-TRANSITO
                           MOVE ARQ-TRANSF-VEICULO TO PREV-VEIC-BUSCA
                           PERFORM 2312-LOCALIZAR-VEICULO-PREVISAO
                           IF PREV-VEIC-ACHADO > ZEROS
                               MOVE ARQ-TRANSF-DESTINO TO
                                   PREV-VEIC-FILIAL (PREV-VEIC-ACHADO)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF

           PERFORM VARYING PREV-VEIC-IDX FROM 1 BY 1
               UNTIL PREV-VEIC-IDX > PREV-VEIC-QTDE
               MOVE PREV-VEIC-FILIAL (PREV-VEIC-IDX) TO
                   PREV-FILIAL-BUSCA
               MOVE PREV-VEIC-CATEGORIA (PREV-VEIC-IDX) TO
                   PREV-CATEGORIA-BUSCA
               PERFORM 2310-LOCALIZAR-CELULA-PREVISAO
               IF PREV-CEL-ACHADA > ZEROS
                   ADD 1 TO PREV-CEL-FROTA (PREV-CEL-ACHADA)
               END-IF
           END-PERFORM

           .
       2309-CARREGAR-FROTA-PREVISAO-FIM.
           EXIT.

       2310-LOCALIZAR-CELULA-PREVISAO       SECTION.

           MOVE ZEROS TO PREV-CEL-ACHADA
           PERFORM VARYING PREV-CEL-IDX FROM 1 BY 1
               UNTIL PREV-CEL-IDX > PREV-CEL-QTDE
               OR PREV-CEL-ACHADA > ZEROS
               IF PREV-CEL-FILIAL (PREV-CEL-IDX) EQUAL
                   PREV-FILIAL-BUSCA
                   AND PREV-CEL-CATEGORIA (PREV-CEL-IDX) EQUAL
                       PREV-CATEGORIA-BUSCA
                   MOVE PREV-CEL-IDX TO PREV-CEL-ACHADA
               END-IF
           END-PERFORM

           IF PREV-CEL-ACHADA EQUAL ZEROS
               IF PREV-CEL-QTDE < 100
                   ADD 1 TO PREV-CEL-QTDE
                   MOVE PREV-FILIAL-BUSCA TO
                       PREV-CEL-FILIAL (PREV-CEL-QTDE)
                   MOVE PREV-CATEGORIA-BUSCA TO
                       PREV-CEL-CATEGORIA (PREV-CEL-QTDE)
                   MOVE PREV-CEL-QTDE TO PREV-CEL-ACHADA
               ELSE
                   MOVE 'S' TO PREV-EXCESSO
               END-IF
           END-IF

           .
       2310-LOCALIZAR-CELULA-PREVISAO-FIM.
           EXIT.

       2311-COMPROMETER-PERIODO             SECTION.

           IF PREV-INI-INT < HOJE-INTEGER
               MOVE HOJE-INTEGER TO PREV-INI-INT
           END-IF
           IF PREV-FIM-INT > PREV-ULTIMO-INT
               MOVE PREV-ULTIMO-INT TO PREV-FIM-INT
           END-IF

           IF PREV-CEL-ACHADA > ZEROS
               PERFORM VARYING PREV-DATA-INT FROM PREV-INI-INT BY 1
                   UNTIL PREV-DATA-INT > PREV-FIM-INT
                   COMPUTE PREV-DIA = PREV-DATA-INT - HOJE-INTEGER + 1
                   EVALUATE TRUE
                   WHEN PREV-TIPO-LOCACAO
                       ADD 1 TO PREV-CEL-LOC (PREV-CEL-ACHADA PREV-DIA)
                   WHEN PREV-TIPO-RESERVA
                       ADD 1 TO PREV-CEL-RES (PREV-CEL-ACHADA PREV-DIA)
                   WHEN OTHER
                       ADD 1 TO PREV-CEL-ORC (PREV-CEL-ACHADA PREV-DIA)
                   END-EVALUATE
               END-PERFORM
           END-IF

           .
       2311-COMPROMETER-PERIODO-FIM.
           EXIT.

       2312-LOCALIZAR-VEICULO-PREVISAO      SECTION.

           MOVE ZEROS TO PREV-VEIC-ACHADO
           PERFORM VARYING PREV-VEIC-IDX FROM 1 BY 1
               UNTIL PREV-VEIC-IDX > PREV-VEIC-QTDE
               OR PREV-VEIC-ACHADO > ZEROS
               IF PREV-VEIC-ID (PREV-VEIC-IDX) EQUAL PREV-VEIC-BUSCA
                   MOVE PREV-VEIC-IDX TO PREV-VEIC-ACHADO
               END-IF
           END-PERFORM

           .
       2312-LOCALIZAR-VEICULO-PREVISAO-FIM.
           EXIT.

       2313-PREVER-LOCACOES-ABERTAS         SECTION.

           OPEN INPUT ALUGUEL
           IF AS-STATUS-A EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ALUGUEL
                   IF AS-STATUS-A NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       MOVE ARQ-ALUGUEL-VEICULO TO PREV-VEIC-BUSCA
                       PERFORM 2312-LOCALIZAR-VEICULO-PREVISAO
                       IF PREV-VEIC-ACHADO > ZEROS
                           AND PREV-VEIC-ESTADO (PREV-VEIC-ACHADO)
                               EQUAL 'Ocupado'
                           MOVE SPACES TO ALUG-DATA-EDITADA
                           STRING ARQ-ALUGUEL-DATA (7:4)
                               ARQ-ALUGUEL-DATA (4:2)
                               ARQ-ALUGUEL-DATA (1:2)
                               DELIMITED BY SIZE INTO ALUG-DATA-EDITADA
                           IF ALUG-DATA-EDITADA IS NUMERIC
                               MOVE ALUG-DATA-EDITADA TO
                                   ALUG-DATA-YYYYMMDD
                               COMPUTE ALUG-DATA-INTEGER =
                                   FUNCTION INTEGER-OF-DATE
                                       (ALUG-DATA-YYYYMMDD)
                               IF ALUG-DATA-INTEGER >
                                   PREV-VEIC-ALUG-INT
                                       (PREV-VEIC-ACHADO)
                                   MOVE ALUG-DATA-INTEGER TO
                                       PREV-VEIC-ALUG-INT
                                           (PREV-VEIC-ACHADO)
                                   MOVE ARQ-ALUGUEL-DIAS TO
                                       PREV-VEIC-ALUG-DIAS
                                           (PREV-VEIC-ACHADO)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALUGUEL
           END-IF

           MOVE 'L' TO PREV-TIPO
           PERFORM VARYING PREV-VEIC-IDX FROM 1 BY 1
               UNTIL PREV-VEIC-IDX > PREV-VEIC-QTDE
               IF PREV-VEIC-ALUG-INT (PREV-VEIC-IDX) > ZEROS
                   MOVE PREV-VEIC-FILIAL (PREV-VEIC-IDX) TO
                       PREV-FILIAL-BUSCA
                   MOVE PREV-VEIC-CATEGORIA (PREV-VEIC-IDX) TO
                       PREV-CATEGORIA-BUSCA
                   PERFORM 2310-LOCALIZAR-CELULA-PREVISAO
                   MOVE HOJE-INTEGER TO PREV-INI-INT
                   COMPUTE PREV-FIM-INT =
                       PREV-VEIC-ALUG-INT (PREV-VEIC-IDX) +
                       PREV-VEIC-ALUG-DIAS (PREV-VEIC-IDX) - 1
                   IF PREV-FIM-INT < HOJE-INTEGER
                       MOVE HOJE-INTEGER TO PREV-FIM-INT
                   END-IF
                   PERFORM 2311-COMPROMETER-PERIODO
               END-IF
           END-PERFORM

           .
       2313-PREVER-LOCACOES-ABERTAS-FIM.
           EXIT.

       2314-PREVER-RESERVAS                 SECTION.

           MOVE 'R' TO PREV-TIPO
           OPEN INPUT RESERVAS
           IF AS-STATUS-R EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ RESERVAS
                   IF AS-STATUS-R NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-RESERVAS-ATIVA
                           AND ARQ-RESERVAS-RETIRADA IS NUMERIC
                           AND ARQ-RESERVAS-RETIRADA > ZEROS
                           AND ARQ-RESERVAS-DIAS IS NUMERIC
                           COMPUTE PREV-INI-INT =
                               FUNCTION INTEGER-OF-DATE
                                   (ARQ-RESERVAS-RETIRADA)
                           COMPUTE PREV-FIM-INT = PREV-INI-INT +
                               ARQ-RESERVAS-DIAS - 1
                           MOVE ARQ-RESERVAS-VEICULO TO
                               PREV-VEIC-BUSCA
                           PERFORM 2312-LOCALIZAR-VEICULO-PREVISAO
                           IF PREV-VEIC-ACHADO > ZEROS
                               AND PREV-FIM-INT >= HOJE-INTEGER
                               AND PREV-INI-INT <= PREV-ULTIMO-INT
                               MOVE ARQ-RESERVAS-FILIAL TO
                                   PREV-FILIAL-BUSCA
                               MOVE PREV-VEIC-CATEGORIA
                                   (PREV-VEIC-ACHADO) TO
                                   PREV-CATEGORIA-BUSCA
                               PERFORM 2310-LOCALIZAR-CELULA-PREVISAO
                               PERFORM 2311-COMPROMETER-PERIODO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RESERVAS
           END-IF

           .
       2314-PREVER-RESERVAS-FIM.
           EXIT.

       2315-PREVER-ORCAMENTOS               SECTION.

           MOVE 'O' TO PREV-TIPO
           OPEN INPUT ORCAMENTOS
           IF AS-STATUS-OR EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ORCAMENTOS
                   IF AS-STATUS-OR NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       PERFORM 2317-ACUMULAR-CONVERSAO
                       IF ARQ-ORCAMENTOS-ATIVO
                           AND ARQ-ORCAMENTOS-VALIDADE >=
                               HOJE-YYYYMMDD
                           AND ARQ-ORCAMENTOS-INICIO IS NUMERIC
                           AND ARQ-ORCAMENTOS-INICIO > ZEROS
                           AND ARQ-ORCAMENTOS-DIAS IS NUMERIC
                           COMPUTE PREV-INI-INT =
                               FUNCTION INTEGER-OF-DATE
                                   (ARQ-ORCAMENTOS-INICIO)
                           COMPUTE PREV-FIM-INT = PREV-INI-INT +
                               ARQ-ORCAMENTOS-DIAS - 1
                           IF PREV-FIM-INT >= HOJE-INTEGER
                               AND PREV-INI-INT <= PREV-ULTIMO-INT
                               MOVE ARQ-ORCAMENTOS-FILIAL TO
                                   PREV-FILIAL-BUSCA
                               MOVE ARQ-ORCAMENTOS-CATEGORIA TO
                                   PREV-CATEGORIA-BUSCA
                               PERFORM 2310-LOCALIZAR-CELULA-PREVISAO
                               PERFORM 2311-COMPROMETER-PERIODO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF

           .
       2315-PREVER-ORCAMENTOS-FIM.
           EXIT.

       2316-EMITIR-PREVISAO                 SECTION.

           MOVE SPACES TO ARQUIVO-PREVISAO
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'PREVISAO-' HOJE-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO ARQUIVO-PREVISAO

           MOVE 'N' TO PREV-ARQ-OK
           OPEN OUTPUT PREVISAO
           IF AS-STATUS-PV EQUAL ZEROS
               MOVE 'S' TO PREV-ARQ-OK
           ELSE
               DISPLAY 'AVISO: ARQUIVO DE PREVISAO NAO GERADO'
           END-IF

           MOVE SPACES TO PREV-DATA-DMA
           STRING HOJE-YYYYMMDD (7:2) '/'
               HOJE-YYYYMMDD (5:2) '/'
               HOJE-YYYYMMDD (1:4)
               DELIMITED BY SIZE INTO PREV-DATA-DMA

           DISPLAY '-------------------------------------'
           DISPLAY 'PREVISAO DE DEMANDA - ' PREV-HORIZONTE
               ' DIAS A PARTIR DE ' PREV-DATA-DMA
           DISPLAY '-------------------------------------'
           MOVE SPACES TO PREV-LINHA
           STRING 'PREVISAO DE DEMANDA - ' PREV-HORIZONTE
               ' DIAS A PARTIR DE ' PREV-DATA-DMA
               DELIMITED BY SIZE INTO PREV-LINHA
           PERFORM 2318-GRAVAR-LINHA-PREVISAO

           MOVE ZEROS TO PREV-TOTAL-FALTA
           PERFORM VARYING PREV-CEL-IDX FROM 1 BY 1
               UNTIL PREV-CEL-IDX > PREV-CEL-QTDE
               MOVE ZEROS TO PREV-PICO PREV-DIAS-FALTA
               MOVE SPACES TO PREV-PRIMEIRA-FALTA

               MOVE '-------------------------------------' TO
                   PREV-LINHA
               PERFORM 2318-GRAVAR-LINHA-PREVISAO
               MOVE PREV-CEL-FROTA (PREV-CEL-IDX) TO PREV-QT-ED
               MOVE SPACES TO PREV-LINHA
               STRING 'FILIAL ' PREV-CEL-FILIAL (PREV-CEL-IDX)
                   ' CATEGORIA ' PREV-CEL-CATEGORIA (PREV-CEL-IDX)
                   ' FROTA LOCAVEL ' PREV-QT-ED
                   DELIMITED BY SIZE INTO PREV-LINHA
               PERFORM 2318-GRAVAR-LINHA-PREVISAO
               MOVE
                   'DATA       LOCADOS RESERVAS ORCAMENTOS  TOTAL SALDO'
                   TO PREV-LINHA
               PERFORM 2318-GRAVAR-LINHA-PREVISAO

               PERFORM VARYING PREV-DIA FROM 1 BY 1
                   UNTIL PREV-DIA > PREV-HORIZONTE
                   COMPUTE PREV-COMPROMETIDO =
                       PREV-CEL-LOC (PREV-CEL-IDX PREV-DIA) +
                       PREV-CEL-RES (PREV-CEL-IDX PREV-DIA) +
                       PREV-CEL-ORC (PREV-CEL-IDX PREV-DIA)
                   COMPUTE PREV-SALDO =
                       PREV-CEL-FROTA (PREV-CEL-IDX) -
                       PREV-COMPROMETIDO
                   IF PREV-COMPROMETIDO > PREV-PICO
                       MOVE PREV-COMPROMETIDO TO PREV-PICO
                   END-IF
                   IF PREV-COMPROMETIDO > ZEROS
                       COMPUTE PREV-DATA-INT =
                           HOJE-INTEGER + PREV-DIA - 1
                       COMPUTE PREV-DATA-AAAAMMDD =
                           FUNCTION DATE-OF-INTEGER (PREV-DATA-INT)
                       MOVE SPACES TO PREV-DATA-DMA
                       STRING PREV-DATA-AAAAMMDD (7:2) '/'
                           PREV-DATA-AAAAMMDD (5:2) '/'
                           PREV-DATA-AAAAMMDD (1:4)
                           DELIMITED BY SIZE INTO PREV-DATA-DMA
                       MOVE PREV-CEL-LOC (PREV-CEL-IDX PREV-DIA) TO
                           PREV-QT-ED
                       MOVE PREV-CEL-RES (PREV-CEL-IDX PREV-DIA) TO
                           PREV-QT-ED2
                       MOVE PREV-CEL-ORC (PREV-CEL-IDX PREV-DIA) TO
                           PREV-QT-ED3
                       MOVE PREV-COMPROMETIDO TO PREV-QT-ED4
                       MOVE PREV-SALDO TO PREV-SALDO-ED
                       MOVE SPACES TO PREV-LINHA
                       STRING PREV-DATA-DMA '    ' PREV-QT-ED
                           '     ' PREV-QT-ED2
                           '       ' PREV-QT-ED3
                           '   ' PREV-QT-ED4
                           ' ' PREV-SALDO-ED
                           DELIMITED BY SIZE INTO PREV-LINHA
                       IF PREV-SALDO < ZEROS
                           MOVE '*** FALTA' TO PREV-LINHA (53:9)
                           ADD 1 TO PREV-DIAS-FALTA
                           IF PREV-PRIMEIRA-FALTA EQUAL SPACES
                               MOVE PREV-DATA-DMA TO
                                   PREV-PRIMEIRA-FALTA
                           END-IF
                       END-IF
                       IF PREV-ARQ-OK-SIM
                           MOVE PREV-LINHA TO ARQ-PREVISAO
                           WRITE ARQ-PREVISAO
                       END-IF
                   END-IF
               END-PERFORM

               MOVE PREV-PICO TO PREV-QT-ED
               MOVE PREV-DIAS-FALTA TO PREV-QT-ED2
               MOVE SPACES TO PREV-LINHA
               IF PREV-DIAS-FALTA > ZEROS
                   ADD 1 TO PREV-TOTAL-FALTA
                   STRING 'PICO COMPROMETIDO ' PREV-QT-ED
                       '  DIAS EM FALTA ' PREV-QT-ED2
                       '  PRIMEIRA FALTA ' PREV-PRIMEIRA-FALTA
                       DELIMITED BY SIZE INTO PREV-LINHA
               ELSE
                   STRING 'PICO COMPROMETIDO ' PREV-QT-ED
                       '  DIAS EM FALTA ' PREV-QT-ED2
                       DELIMITED BY SIZE INTO PREV-LINHA
               END-IF
               PERFORM 2318-GRAVAR-LINHA-PREVISAO
           END-PERFORM

           MOVE '-------------------------------------' TO PREV-LINHA
           PERFORM 2318-GRAVAR-LINHA-PREVISAO
           MOVE 'CONVERSAO DE ORCAMENTOS EM RESERVAS POR FILIAL' TO
               PREV-LINHA
           PERFORM 2318-GRAVAR-LINHA-PREVISAO

           PERFORM VARYING PREV-FIL-IDX FROM 1 BY 1
               UNTIL PREV-FIL-IDX > PREV-FIL-QTDE
               MOVE ZEROS TO PREV-TAXA-CONV
               IF PREV-FIL-ORC-TOTAL (PREV-FIL-IDX) > ZEROS
                   COMPUTE PREV-TAXA-CONV ROUNDED =
                       PREV-FIL-ORC-CONV (PREV-FIL-IDX) * 100 /
                       PREV-FIL-ORC-TOTAL (PREV-FIL-IDX)
               END-IF
               MOVE PREV-FIL-ORC-TOTAL (PREV-FIL-IDX) TO PREV-QT-ED
               MOVE PREV-FIL-ORC-CONV (PREV-FIL-IDX) TO PREV-QT-ED2
               MOVE PREV-TAXA-CONV TO PREV-TAXA-ED
               MOVE SPACES TO PREV-LINHA
               STRING 'FILIAL ' PREV-FIL-CODIGO (PREV-FIL-IDX)
                   '  ORCAMENTOS ' PREV-QT-ED
                   '  CONVERTIDOS ' PREV-QT-ED2
                   '  TAXA ' PREV-TAXA-ED '%'
                   DELIMITED BY SIZE INTO PREV-LINHA
               PERFORM 2318-GRAVAR-LINHA-PREVISAO
           END-PERFORM

           MOVE '-------------------------------------' TO PREV-LINHA
           PERFORM 2318-GRAVAR-LINHA-PREVISAO
           MOVE PREV-TOTAL-FALTA TO PREV-QT-ED
           MOVE SPACES TO PREV-LINHA
           STRING 'FILIAL/CATEGORIA COM DIAS EM FALTA: ' PREV-QT-ED
               DELIMITED BY SIZE INTO PREV-LINHA
           PERFORM 2318-GRAVAR-LINHA-PREVISAO

           IF PREV-ARQ-OK-SIM
               CLOSE PREVISAO
               DISPLAY 'PREVISAO DIARIA GRAVADA EM PREVISAO-'
                   HOJE-YYYYMMDD '.txt'
           END-IF

           .
       2316-EMITIR-PREVISAO-FIM.
           EXIT.

       2317-ACUMULAR-CONVERSAO              SECTION.

           MOVE ZEROS TO PREV-FIL-ACHADA
           PERFORM VARYING PREV-FIL-IDX FROM 1 BY 1
               UNTIL PREV-FIL-IDX > PREV-FIL-QTDE
               OR PREV-FIL-ACHADA > ZEROS
               IF PREV-FIL-CODIGO (PREV-FIL-IDX) EQUAL
                   ARQ-ORCAMENTOS-FILIAL
                   MOVE PREV-FIL-IDX TO PREV-FIL-ACHADA
               END-IF
           END-PERFORM

           IF PREV-FIL-ACHADA EQUAL ZEROS
               IF PREV-FIL-QTDE < 50
                   ADD 1 TO PREV-FIL-QTDE
                   MOVE ARQ-ORCAMENTOS-FILIAL TO
                       PREV-FIL-CODIGO (PREV-FIL-QTDE)
                   MOVE PREV-FIL-QTDE TO PREV-FIL-ACHADA
               ELSE
                   MOVE 'S' TO PREV-EXCESSO
               END-IF
           END-IF

           IF PREV-FIL-ACHADA > ZEROS
               ADD 1 TO PREV-FIL-ORC-TOTAL (PREV-FIL-ACHADA)
               IF ARQ-ORCAMENTOS-CONVERTIDO
                   ADD 1 TO PREV-FIL-ORC-CONV (PREV-FIL-ACHADA)
               END-IF
           END-IF

           .
       2317-ACUMULAR-CONVERSAO-FIM.
           EXIT.

       2318-GRAVAR-LINHA-PREVISAO           SECTION.

           DISPLAY PREV-LINHA (1:80)
           IF PREV-ARQ-OK-SIM
               MOVE PREV-LINHA TO ARQ-PREVISAO
               WRITE ARQ-PREVISAO
           END-IF

           .
       2318-GRAVAR-LINHA-PREVISAO-FIM.
           EXIT.

       2401-EXPORTAR-CONTABIL               SECTION.

           MOVE 'S' TO EXP-OK

           DISPLAY 'Digite o INICIO DO PERIODO (DDMMAAAA):'
           ACCEPT RESPOSTA-GENERICA
           MOVE RESPOSTA-GENERICA TO DATA-CONV-ENTRADA
           PERFORM 2901-CONVERTER-DATA-INFORMADA
           IF DATA-CONV-OK-NAO
               DISPLAY 'DATA INVALIDA - OPERACAO CANCELADA'
               MOVE 'N' TO EXP-OK
           ELSE
               MOVE DATA-CONV-AAAAMMDD TO EXP-INI-AAAAMMDD
           END-IF

           IF EXP-OK-SIM
               DISPLAY 'Digite o FIM DO PERIODO (DDMMAAAA):'
               ACCEPT RESPOSTA-GENERICA
               MOVE RESPOSTA-GENERICA TO DATA-CONV-ENTRADA
               PERFORM 2901-CONVERTER-DATA-INFORMADA
               IF DATA-CONV-OK-NAO
                   OR DATA-CONV-AAAAMMDD < EXP-INI-AAAAMMDD
                   DISPLAY 'DATA INVALIDA - OPERACAO CANCELADA'
                   MOVE 'N' TO EXP-OK
               ELSE
                   MOVE DATA-CONV-AAAAMMDD TO EXP-FIM-AAAAMMDD
               END-IF
           END-IF

           IF EXP-OK-SIM
               MOVE ZEROS TO EXP-QT-FAT EXP-TOT-FAT
                             EXP-QT-PAG EXP-TOT-PAG
                             EXP-QT-REC EXP-TOT-REC
                             EXP-TOT-PROT
                             EXP-QT-CRED EXP-TOT-CRED
                             EXP-QT-DEP EXP-TOT-DEP
                             EXP-QT-BAIXA EXP-TOT-BAIXA
               MOVE ZEROS TO EXP-REC-QTDE

               OPEN OUTPUT EXPFAT
               IF AS-STATUS-E1 NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR EXPFAT.txt'
                   MOVE 'N' TO EXP-OK
               END-IF
           END-IF

           IF EXP-OK-SIM
               OPEN OUTPUT EXPPAG
               IF AS-STATUS-E2 NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR EXPPAG.txt'
                   CLOSE EXPFAT
                   MOVE 'N' TO EXP-OK
               END-IF
           END-IF

           IF EXP-OK-SIM
               OPEN OUTPUT EXPREC
               IF AS-STATUS-E3 NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR EXPREC.txt'
                   CLOSE EXPFAT
                   CLOSE EXPPAG
                   MOVE 'N' TO EXP-OK
               END-IF
           END-IF

           IF EXP-OK-SIM
               OPEN OUTPUT EXPCRED
               IF AS-STATUS-E4 NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR EXPCRED.txt'
                   CLOSE EXPFAT
                   CLOSE EXPPAG
                   CLOSE EXPREC
                   MOVE 'N' TO EXP-OK
               END-IF
           END-IF

           IF EXP-OK-SIM
               OPEN OUTPUT EXPDEP
               IF AS-STATUS-E5 NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR EXPDEP.txt'
                   CLOSE EXPFAT
                   CLOSE EXPPAG
                   CLOSE EXPREC
                   CLOSE EXPCRED
                   MOVE 'N' TO EXP-OK
               END-IF
           END-IF

           IF EXP-OK-SIM
               PERFORM 2403-GERAR-ARQUIVOS-EXPORT
           END-IF

           .
       2401-EXPORTAR-CONTABIL-FIM.
           EXIT.

       2403-GERAR-ARQUIVOS-EXPORT           SECTION.

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

           OPEN INPUT FATURAS
           IF AS-STATUS-F EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ FATURAS
                   IF AS-STATUS-F NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
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
                           PERFORM 2902-FORMATAR-VALOR
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
                           PERFORM 2902-FORMATAR-VALOR
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

           OPEN INPUT HISTORICO
           IF AS-STATUS-H EQUAL ZEROS
               OPEN INPUT VEICULOS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ HISTORICO
                   IF AS-STATUS-H NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
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
                           PERFORM 2402-ACUMULAR-RECEITA-EXPORT
                       END-IF
                   END-IF
               END-PERFORM
               IF AS-STATUS-V EQUAL ZEROS
                   CLOSE VEICULOS
               END-IF
               CLOSE HISTORICO
           END-IF

           OPEN INPUT NOTASCRED
           IF AS-STATUS-NC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ NOTASCRED
                   IF AS-STATUS-NC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-NOTASCRED-DATA >= EXP-INI-AAAAMMDD
                           AND ARQ-NOTASCRED-DATA <=
                               EXP-FIM-AAAAMMDD
                           ADD 1 TO EXP-QT-CRED
                           ADD ARQ-NOTASCRED-VALOR TO EXP-TOT-CRED
                           MOVE ARQ-NOTASCRED-VALOR TO VAL-FMT-NUM
                           PERFORM 2902-FORMATAR-VALOR
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

           OPEN INPUT DEPRECIACAO
           IF AS-STATUS-DP EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DEPRECIACAO
                   IF AS-STATUS-DP NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-DEPREC-DATA >= EXP-INI-AAAAMMDD
                           AND ARQ-DEPREC-DATA <= EXP-FIM-AAAAMMDD
                           PERFORM 2404-GRAVAR-DEPRECIACAO-EXPORT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPRECIACAO
           END-IF

           PERFORM VARYING EXP-REC-IDX FROM 1 BY 1
               UNTIL EXP-REC-IDX > EXP-REC-QTDE
               MOVE EXP-REC-PROTECAO (EXP-REC-IDX) TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE VAL-FMT-TXT TO EXP-PROT-TXT
               MOVE EXP-REC-TOTAL (EXP-REC-IDX) TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
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


           .
       2403-GERAR-ARQUIVOS-EXPORT-FIM.
           EXIT.

       2402-ACUMULAR-RECEITA-EXPORT         SECTION.

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
               END-IF
           END-IF

           .
       2402-ACUMULAR-RECEITA-EXPORT-FIM.
           EXIT.

       2404-GRAVAR-DEPRECIACAO-EXPORT       SECTION.

           IF ARQ-DEPREC-VENDA
               ADD 1 TO EXP-QT-BAIXA
               ADD ARQ-DEPREC-VALOR TO EXP-TOT-BAIXA
           ELSE
               ADD 1 TO EXP-QT-DEP
               ADD ARQ-DEPREC-VALOR TO EXP-TOT-DEP
           END-IF

           MOVE ARQ-DEPREC-CUSTO TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO EXP-CUSTO-TXT
           MOVE ARQ-DEPREC-VALOR TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO EXP-VALOR-TXT
           MOVE ARQ-DEPREC-ACUMULADA TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO EXP-ACUM-TXT
           MOVE ARQ-DEPREC-RESULTADO TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO EXP-RESULT-TXT
           IF ARQ-DEPREC-SINAL EQUAL '-'
               STRING '-' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO EXP-RESULT-TXT
           ELSE
               STRING '+' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO EXP-RESULT-TXT
           END-IF
           MOVE ARQ-DEPREC-CONTABIL TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR

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
       2404-GRAVAR-DEPRECIACAO-EXPORT-FIM.
           EXIT.

       2501-CALCULAR-PROXIMO-NUM-DOC        SECTION.

           MOVE ZEROS TO DOC-PROX-NUM
           OPEN INPUT DOCUMENTOS
           IF AS-STATUS-DO EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DOCUMENTOS
                   IF AS-STATUS-DO NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-DOCUMENTOS-NUMERO > DOC-PROX-NUM
                           MOVE ARQ-DOCUMENTOS-NUMERO TO
                               DOC-PROX-NUM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF
           ADD 1 TO DOC-PROX-NUM

           .
       2501-CALCULAR-PROXIMO-NUM-DOC-FIM.
           EXIT.

       2502-REGISTRAR-DOCUMENTO             SECTION.

           MOVE DOC-PROX-NUM TO ARQ-DOCUMENTOS-NUMERO
           MOVE DOC-TIPO TO ARQ-DOCUMENTOS-TIPO
           MOVE HOJE-YYYYMMDD TO ARQ-DOCUMENTOS-DATA
           MOVE DOC-CLIENTE TO ARQ-DOCUMENTOS-CLIENTE
           MOVE DOC-VEICULO TO ARQ-DOCUMENTOS-VEICULO
           MOVE FILIAL-ATUAL TO ARQ-DOCUMENTOS-FILIAL
           MOVE SPACES TO ARQ-DOCUMENTOS-FIM

           OPEN EXTEND DOCUMENTOS
           IF AS-STATUS-DO EQUAL 35
               OPEN OUTPUT DOCUMENTOS
           END-IF
           IF AS-STATUS-DO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE DOCUMENTOS'
           ELSE
               WRITE ARQ-DOCUMENTOS
               CLOSE DOCUMENTOS
           END-IF

           .
       2502-REGISTRAR-DOCUMENTO-FIM.
           EXIT.

       2503-GERAR-CONTRATO                  SECTION.

           PERFORM 2501-CALCULAR-PROXIMO-NUM-DOC

           MOVE SPACES TO ARQ-CLIENTES
           OPEN INPUT CLIENTES
           IF AS-STATUS-C EQUAL ZEROS
               MOVE ARQ-IDS-CLIENTE TO CLIENTE-ID-NUM
               MOVE CLIENTE-ID-NUM TO ARQ-CLIENTES-ID
               READ CLIENTES
               IF AS-STATUS-C NOT EQUAL ZEROS
                   MOVE SPACES TO ARQ-CLIENTES
               END-IF
               CLOSE CLIENTES
           END-IF

           MOVE SPACES TO ARQ-VEICULOS
               IF AS-STATUS-V NOT EQUAL ZEROS
                   MOVE SPACES TO ARQ-VEICULOS
               END-IF
               CLOSE VEICULOS
           END-IF

           MOVE SPACES TO ARQUIVO-DOCARQ
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'DOC-' DOC-PROX-NUM '.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DOCARQ

           MOVE 'N' TO DOC-ARQ-OK
           OPEN OUTPUT DOCARQ
           IF AS-STATUS-DA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GERAR CONTRATO'
           ELSE
               MOVE 'S' TO DOC-ARQ-OK
           END-IF

           MOVE SPACES TO DOC-LINHA
           STRING 'CONTRATO DE LOCACAO NR ' DOC-PROX-NUM
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'DATA ' HOJE-YYYYMMDD ' FILIAL ' FILIAL-ATUAL
               ' OPERADOR ' OPERADOR-ATUAL
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'CLIENTE   : ' ARQ-CLIENTES-NOME ' '
               ARQ-CLIENTES-SOBRENOME (1:40)
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'RG        : ' ARQ-CLIENTES-RG
               ' CPF ' ARQ-CLIENTES-CPF
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE ARQ-IDS-CLIENTE TO CNH-CLIENTE-BUSCA
           PERFORM 2019-BUSCAR-CNH
           MOVE SPACES TO DOC-LINHA
           STRING 'CNH       : ' CNH-NUMERO-ACHADO
               ' CATEGORIA ' CNH-CATEGORIA-ACHADA
               ' VALIDADE ' CNH-VALIDADE-ACHADA
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           PERFORM VARYING COND-IDX FROM 1 BY 1
               UNTIL COND-IDX > COND-QTDE
               MOVE SPACES TO DOC-LINHA
               STRING 'CONDUTOR ADIC.: ' COND-ID (COND-IDX) ' '
                   COND-NOME (COND-IDX)
                   ' CNH ' COND-CNH (COND-IDX)
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-PERFORM

           MOVE SPACES TO DOC-LINHA
           STRING 'VEICULO   : ' ARQ-VEICULOS-MODELO
               ' PLACA ' ARQ-VEICULOS-PLACA (1:7)
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'CATEGORIA : ' ARQ-VEICULOS-CATEGORIA
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE LOC-DIARIA-PREVISTA TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO DOC-LINHA
           STRING 'DIARIA    : ' VAL-FMT-TXT
               ' DIAS PREVISTOS ' ARQ-IDS-DIAS
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE LOC-VALOR-PREVISTO TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO DOC-LINHA
           STRING 'VALOR ESTIMADO : ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           IF CAU-REGISTRAR-SIM
               MOVE CAU-VALOR TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'CAUCAO    : ' VAL-FMT-TXT
                   ' FORMA ' CAU-FORMA-DESC
                   ' AUTORIZACAO ' CAU-AUTORIZACAO
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF PLAN-ESCOLHIDO-SIM
               MOVE PLAN-ESC-DIARIA TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'PROTECAO  : ' PLAN-ESC-CODIGO ' '
                   PLAN-ESC-DESCRICAO ' DIARIA ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
               MOVE PLAN-ESC-FRANQUIA TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'FRANQUIA  : ' VAL-FMT-TXT
                   ' (LIMITE DE RESPONSABILIDADE POR AVARIAS)'
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           ELSE
               MOVE 'PROTECAO  : NAO CONTRATADA - CLIENTE RESPONDE PELO'
                   TO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
               MOVE '            VALOR INTEGRAL DAS AVARIAS' TO
                   DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF COND-QTDE > ZEROS
               MOVE PARAM-COND-TAXA TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'TAXA CONDUTOR ADICIONAL: ' VAL-FMT-TXT
                   ' POR DIA POR CONDUTOR'
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           MOVE SPACES TO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC
           MOVE 'ASSINATURA DO CLIENTE : ______________________' TO
               DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC
           MOVE 'ASSINATURA DA LOCADORA: ______________________' TO
               DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           IF DOC-ARQ-OK-SIM
               CLOSE DOCARQ

               MOVE 'CONTRATO' TO DOC-TIPO
               MOVE ARQ-IDS-CLIENTE TO DOC-CLIENTE
               MOVE ARQ-IDS-VEICULOS TO DOC-VEICULO
               PERFORM 2502-REGISTRAR-DOCUMENTO

               DISPLAY 'CONTRATO ' DOC-PROX-NUM ' GERADO (DOC-'
                   DOC-PROX-NUM '.txt)'
           END-IF

           .
       2503-GERAR-CONTRATO-FIM.
           EXIT.

       2504-GERAR-RECIBO                    SECTION.

           PERFORM 2501-CALCULAR-PROXIMO-NUM-DOC

           MOVE SPACES TO ARQUIVO-DOCARQ
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'DOC-' DOC-PROX-NUM '.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DOCARQ

           MOVE 'N' TO DOC-ARQ-OK
           OPEN OUTPUT DOCARQ
           IF AS-STATUS-DA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GERAR RECIBO'
           ELSE
               MOVE 'S' TO DOC-ARQ-OK
           END-IF

           MOVE SPACES TO DOC-LINHA
           STRING 'RECIBO DE DEVOLUCAO NR ' DOC-PROX-NUM
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'DATA ' HOJE-YYYYMMDD ' FILIAL ' FILIAL-ATUAL
               ' OPERADOR ' OPERADOR-ATUAL
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'CLIENTE   : ' DEVOL-CLIENTE-NOME ' '
               DEVOL-CLIENTE-SOBRENOME (1:40)
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE SPACES TO DOC-LINHA
           STRING 'VEICULO   : ' DEVOL-VEICULO-ID
               ' KM RODADOS ' DEVOL-KM-RODADOS
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           MOVE DEVOL-DIARIA-CALC TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO DOC-LINHA
           STRING 'DIAS      : ' DEVOL-DIAS
               ' VALOR DA DIARIA ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           IF DEVOL-PRECO-FIXO-SIM
               MOVE 'PRECO DE ORCAMENTO GARANTIDO' TO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
               IF DEVOL-DIAS-EXTRA > ZEROS
                   MOVE DEVOL-VALOR-EXTRA TO VAL-FMT-NUM
                   PERFORM 2902-FORMATAR-VALOR
                   MOVE SPACES TO DOC-LINHA
                   STRING 'DIAS EXTRA: ' DEVOL-DIAS-EXTRA
                       ' VALOR ' VAL-FMT-TXT
                       DELIMITED BY SIZE INTO DOC-LINHA
                   PERFORM 2506-GRAVAR-LINHA-DOC
               END-IF
           END-IF

           IF TIER-PCT > ZEROS
               MOVE SPACES TO DOC-LINHA
               STRING 'DESCONTO FIDELIDADE : ' TIER-PCT
                   ' PORCENTO'
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF DESC-PCT > ZEROS
               MOVE SPACES TO DOC-LINHA
               STRING 'DESCONTO DURACAO    : ' DESC-PCT
                   ' PORCENTO'
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF DEVOL-QTDE-COND > ZEROS
               MOVE DEVOL-VALOR-COND TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'CONDUTORES ADICIONAIS: ' DEVOL-QTDE-COND
                   ' DIAS ' DEVOL-DIAS-COND ' VALOR ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF DEVOL-OUTRA-FILIAL-SIM
               MOVE DEVOL-TAXA-RETORNO TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'TAXA DE DEVOLUCAO   : ' VAL-FMT-TXT
                   ' (RETIRADA NA FILIAL ' DEVOL-FILIAL-RETIRADA ')'
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF DEVOL-TAXA-COMB > ZEROS
               MOVE DEVOL-TAXA-COMB TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'TAXA DE COMBUSTIVEL : ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           PERFORM VARYING VIST-IDX FROM 1 BY 1
               UNTIL VIST-IDX > VIST-QTDE
               MOVE VIST-ITEM-VALOR (VIST-IDX) TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'AVARIA (' VIST-ITEM-SEV (VIST-IDX) ') '
                   VIST-ITEM-DESC (VIST-IDX) ' ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-PERFORM

           IF DEVOL-AVARIA-SINISTRO > ZEROS
               MOVE DEVOL-AVARIA-COBRADA TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'AVARIAS COBRADAS (LIMITE DA FRANQUIA): '
                   VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF DEVOL-PLANO NOT EQUAL SPACES
               MOVE DEVOL-VALOR-PROT TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'PLANO DE PROTECAO ' DEVOL-PLANO ': '
                   VAL-FMT-TXT ' (' DEVOL-DIAS-PROT ' DIAS)'
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           IF CAU-ACHOU-SIM
               MOVE DEVOL-VALOR-TOTAL TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'TOTAL DA LOCACAO    : ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC

               MOVE CAU-VALOR TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'CAUCAO RECEBIDA     : ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC

               MOVE CAU-APLICADO TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               STRING 'CAUCAO APLICADA     : ' VAL-FMT-TXT
                   DELIMITED BY SIZE INTO DOC-LINHA
               PERFORM 2506-GRAVAR-LINHA-DOC

               MOVE CAU-SALDO TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE SPACES TO DOC-LINHA
               IF CAU-LIBERADA-SIM
                   STRING 'SALDO LIBERADO      : ' VAL-FMT-TXT
                       DELIMITED BY SIZE INTO DOC-LINHA
               ELSE
                   STRING 'SALDO RETIDO        : ' VAL-FMT-TXT
                       DELIMITED BY SIZE INTO DOC-LINHA
               END-IF
               PERFORM 2506-GRAVAR-LINHA-DOC
           END-IF

           MOVE DEVOL-VALOR-FATURA TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE SPACES TO DOC-LINHA
           STRING 'VALOR FATURADO      : ' VAL-FMT-TXT
               DELIMITED BY SIZE INTO DOC-LINHA
           PERFORM 2506-GRAVAR-LINHA-DOC

           IF DOC-ARQ-OK-SIM
               CLOSE DOCARQ

               MOVE 'RECIBO' TO DOC-TIPO
               MOVE DEVOL-CLIENTE-ID TO DOC-CLIENTE
               MOVE DEVOL-VEICULO-ID TO DOC-VEICULO
               PERFORM 2502-REGISTRAR-DOCUMENTO

               DISPLAY 'RECIBO ' DOC-PROX-NUM ' GERADO (DOC-'
                   DOC-PROX-NUM '.txt)'
           END-IF

           .
       2504-GERAR-RECIBO-FIM.
           EXIT.

       2505-REIMPRIMIR-DOCUMENTO            SECTION.

           DISPLAY 'Digite o NUMERO do documento:'
           ACCEPT DOC-NUM-BUSCA

           MOVE SPACES TO ARQUIVO-DOCARQ
           STRING PARAM-DIRETORIO (1:PARAM-DIR-LEN)
               'DOC-' DOC-NUM-BUSCA '.txt'
               DELIMITED BY SIZE INTO ARQUIVO-DOCARQ

           OPEN INPUT DOCARQ
           IF AS-STATUS-DA NOT EQUAL ZEROS
               DISPLAY 'DOCUMENTO ' DOC-NUM-BUSCA ' NAO ENCONTRADO'
           ELSE
               DISPLAY '-------------------------------------'
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DOCARQ
                   IF AS-STATUS-DA NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       DISPLAY ARQ-DOCARQ (1:80)
                   END-IF
               END-PERFORM
               CLOSE DOCARQ
               DISPLAY '-------------------------------------'
           END-IF

           .
       2505-REIMPRIMIR-DOCUMENTO-FIM.
           EXIT.

       2506-GRAVAR-LINHA-DOC                SECTION.

           IF DOC-ARQ-OK-SIM
               MOVE DOC-LINHA TO ARQ-DOCARQ
               WRITE ARQ-DOCARQ
           END-IF

           .
       2506-GRAVAR-LINHA-DOC-FIM.
           EXIT.

       2601-CRIAR-ORCAMENTO                 SECTION.

           DISPLAY 'Digite a CATEGORIA:'
           ACCEPT RESPOSTA-GENERICA
           MOVE RESPOSTA-GENERICA TO TAR-BUSCA-CATEGORIA

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE HOJE-INTEGER = FUNCTION INTEGER-OF-DATE
               (HOJE-YYYYMMDD)

           MOVE 'N' TO DATA-CONV-OK
           PERFORM UNTIL DATA-CONV-OK-SIM
               DISPLAY 'DATA DE RETIRADA PREVISTA (DDMMAAAA):'
               ACCEPT RESPOSTA-GENERICA
               MOVE RESPOSTA-GENERICA TO DATA-CONV-ENTRADA
               PERFORM 2901-CONVERTER-DATA-INFORMADA
               EVALUATE TRUE
               WHEN DATA-CONV-OK-NAO
                   DISPLAY 'DATA INVALIDA'
               WHEN DATA-CONV-INTEGER < HOJE-INTEGER
                   DISPLAY 'DATA DE RETIRADA NO PASSADO'
                   MOVE 'N' TO DATA-CONV-OK
               END-EVALUATE
           END-PERFORM

           MOVE 'N' TO VAL-DIAS-OK
           PERFORM UNTIL VAL-DIAS-OK-SIM
               DISPLAY 'DIGITE A QUANTIDADE DE DIAS:'
               ACCEPT RESPOSTA-GENERICA
               MOVE RESPOSTA-GENERICA TO VAL-DIAS-ENTRADA
               PERFORM 2125-VALIDAR-DIAS
               IF VAL-DIAS-OK-NAO
                   DISPLAY 'QUANTIDADE DE DIAS INVALIDA'
               END-IF
           END-PERFORM

           MOVE DATA-CONV-AAAAMMDD TO TAR-BUSCA-DATA
           PERFORM 2065-BUSCAR-TARIFA
           IF TAR-ACHOU-NAO
               DISPLAY 'SEM TARIFA VIGENTE PARA A CATEGORIA NA '
                   'DATA INFORMADA'
               DISPLAY 'OPERACAO CANCELADA'
           ELSE
               PERFORM 2606-GRAVAR-ORCAMENTO
           END-IF

           .
       2601-CRIAR-ORCAMENTO-FIM.
           EXIT.

       2606-GRAVAR-ORCAMENTO                SECTION.

           COMPUTE DESC-VALOR = VAL-DIAS-NUM * TAR-VALOR-ACHADO
           MOVE VAL-DIAS-NUM TO DESC-DIAS
           PERFORM 2067-APLICAR-DESCONTO-DURACAO

           PERFORM 2604-CALCULAR-PROXIMO-ID-ORC

           MOVE ORC-PROX-ID TO ARQ-ORCAMENTOS-ID
           MOVE TAR-BUSCA-CATEGORIA TO ARQ-ORCAMENTOS-CATEGORIA
           MOVE DATA-CONV-AAAAMMDD TO ARQ-ORCAMENTOS-INICIO
           MOVE VAL-DIAS-NUM TO ARQ-ORCAMENTOS-DIAS
           MOVE TAR-VALOR-ACHADO TO ARQ-ORCAMENTOS-DIARIA
           MOVE DESC-VALOR TO ARQ-ORCAMENTOS-VALOR
           COMPUTE ORC-VALIDADE-INT =
               HOJE-INTEGER + PARAM-ORC-VALIDADE
           COMPUTE ARQ-ORCAMENTOS-VALIDADE =
               FUNCTION DATE-OF-INTEGER (ORC-VALIDADE-INT)
           MOVE 'A' TO ARQ-ORCAMENTOS-STATUS
           MOVE HOJE-YYYYMMDD TO ARQ-ORCAMENTOS-CRIACAO
           MOVE FILIAL-ATUAL TO ARQ-ORCAMENTOS-FILIAL
           MOVE SPACES TO ARQ-ORCAMENTOS-FIM

           OPEN EXTEND ORCAMENTOS
           IF AS-STATUS-OR EQUAL 35
               OPEN OUTPUT ORCAMENTOS
           END-IF
           IF AS-STATUS-OR NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE ORCAMENTOS'
           ELSE
               WRITE ARQ-ORCAMENTOS
               CLOSE ORCAMENTOS
               DISPLAY '-------------------------------------'
               DISPLAY 'ORCAMENTO ' ARQ-ORCAMENTOS-ID
                   ' REGISTRADO'
               DISPLAY 'CATEGORIA : ' ARQ-ORCAMENTOS-CATEGORIA
               DISPLAY 'DIARIA    : ' ARQ-ORCAMENTOS-DIARIA
               IF DESC-PCT > ZEROS
                   DISPLAY 'DESCONTO  : ' DESC-PCT ' PORCENTO'
               END-IF
               DISPLAY 'VALOR     : ' ARQ-ORCAMENTOS-VALOR
               DISPLAY 'VALIDO ATE ' ARQ-ORCAMENTOS-VALIDADE
               DISPLAY '-------------------------------------'
           END-IF


           .
       2606-GRAVAR-ORCAMENTO-FIM.
           EXIT.

       2602-LISTAR-ORCAMENTOS               SECTION.

           OPEN INPUT ORCAMENTOS
           IF AS-STATUS-OR NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM ORCAMENTOS REGISTRADOS'
           ELSE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ORCAMENTOS
                   IF AS-STATUS-OR NOT EQUAL ZEROS
                       DISPLAY 'FIM DA LISTA'
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-ORCAMENTOS-FILIAL EQUAL FILIAL-ATUAL
                           DISPLAY 'ORCAMENTO ' ARQ-ORCAMENTOS-ID
                               ' CATEGORIA '
                               ARQ-ORCAMENTOS-CATEGORIA
                               ' RETIRADA ' ARQ-ORCAMENTOS-INICIO
                               ' DIAS ' ARQ-ORCAMENTOS-DIAS
                               ' VALOR ' ARQ-ORCAMENTOS-VALOR
                               ' VALIDADE '
                               ARQ-ORCAMENTOS-VALIDADE
                               ' STATUS ' ARQ-ORCAMENTOS-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF

           .
       2602-LISTAR-ORCAMENTOS-FIM.
           EXIT.

       2603-CONVERTER-ORCAMENTO             SECTION.

           MOVE 'S' TO ORC-OK

           DISPLAY 'Digite o NUMERO do orcamento:'
           ACCEPT ORC-BUSCA-ID

           ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE HOJE-INTEGER = FUNCTION INTEGER-OF-DATE
               (HOJE-YYYYMMDD)

           MOVE ZEROS TO ORC-QTDE
           MOVE ZEROS TO ORC-IDX-ACHADO
           MOVE 'N' TO ORC-EXCESSO
           MOVE 'N' TO ORC-ALTEROU

           OPEN INPUT ORCAMENTOS
           IF AS-STATUS-OR NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM ORCAMENTOS REGISTRADOS'
               MOVE 'N' TO ORC-OK
           ELSE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ORCAMENTOS
                   IF AS-STATUS-OR NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ORC-QTDE < 500
                           ADD 1 TO ORC-QTDE
                           MOVE ARQ-ORCAMENTOS TO
                               ORC-REC (ORC-QTDE)
                           IF ARQ-ORCAMENTOS-ID EQUAL ORC-BUSCA-ID
                               AND ARQ-ORCAMENTOS-ATIVO
                               MOVE ORC-QTDE TO ORC-IDX-ACHADO
                           END-IF
                       ELSE
                           MOVE 'S' TO ORC-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF

           IF ORC-OK-SIM AND ORC-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 ORCAMENTOS ATINGIDO '
                   '- OPERACAO CANCELADA'
               MOVE 'N' TO ORC-OK
           END-IF

           IF ORC-OK-SIM AND ORC-IDX-ACHADO EQUAL ZEROS
               DISPLAY 'ORCAMENTO ATIVO NAO ENCONTRADO'
               MOVE 'N' TO ORC-OK
           END-IF

           IF ORC-OK-SIM
               MOVE ORC-REC (ORC-IDX-ACHADO) TO ARQ-ORCAMENTOS
               IF ARQ-ORCAMENTOS-VALIDADE < HOJE-YYYYMMDD
                   DISPLAY 'ORCAMENTO VENCIDO EM '
                       ARQ-ORCAMENTOS-VALIDADE
                   MOVE 'X' TO ARQ-ORCAMENTOS-STATUS
                   MOVE ARQ-ORCAMENTOS TO ORC-REC (ORC-IDX-ACHADO)
                   MOVE 'S' TO ORC-ALTEROU
                   PERFORM 2605-REGRAVAR-ORCAMENTOS
                   MOVE 'N' TO ORC-OK
               END-IF
           END-IF

           IF ORC-OK-SIM
               DISPLAY 'ORCAMENTO ' ARQ-ORCAMENTOS-ID
                   ' CATEGORIA ' ARQ-ORCAMENTOS-CATEGORIA
                   ' VALOR ' ARQ-ORCAMENTOS-VALOR
               PERFORM 2607-ESCOLHER-CLIENTE-VEICULO
           END-IF

           IF ORC-OK-SIM
               PERFORM 2608-EFETIVAR-RESERVA-ORCAMENTO
           END-IF

           .
       2603-CONVERTER-ORCAMENTO-FIM.
           EXIT.

       2607-ESCOLHER-CLIENTE-VEICULO        SECTION.

           DISPLAY 'Digite o ID do CLIENTE:'
           ACCEPT ARQ-IDS-CLIENTE
           PERFORM 2056-VERIFICAR-CLIENTE-LOCACAO
           EVALUATE TRUE
           WHEN CLI-LOC-ACHOU-NAO
               DISPLAY 'CLIENTE NAO CADASTRADO - OPERACAO '
                   'CANCELADA'
               MOVE 'N' TO ORC-OK
           WHEN CLI-LOC-INATIVO-SIM
               DISPLAY 'CLIENTE INATIVO - OPERACAO CANCELADA'
               MOVE 'N' TO ORC-OK
           END-EVALUATE

           IF ORC-OK-SIM
               MOVE ARQ-IDS-CLIENTE TO RES-NOVA-CLIENTE

               MOVE 0 TO LOOP-LISTA
               OPEN INPUT VEICULOS
               PERFORM UNTIL LOOP-LISTA = 1
                   READ VEICULOS NEXT RECORD
                   IF AS-STATUS-V NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-VEICULOS-FILIAL EQUAL FILIAL-ATUAL
                           AND ARQ-VEICULOS-CATEGORIA EQUAL
                               ARQ-ORCAMENTOS-CATEGORIA
                           DISPLAY ARQ-VEICULOS-ID
                           DISPLAY ARQ-VEICULOS-MODELO
                           DISPLAY ARQ-VEICULOS-MARCA
                           DISPLAY ARQ-VEICULOS-ESTADO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VEICULOS
               DISPLAY 'SELECIONE O ID DE UM VEICULO DA CATEGORIA'
               ACCEPT RES-NOVA-VEICULO

               PERFORM 2047-BUSCAR-VEICULO-RESERVA
               EVALUATE TRUE
               WHEN RES-VEIC-ACHOU-NAO
                   DISPLAY 'VEICULO NAO CADASTRADO - OPERACAO '
                       'CANCELADA'
                   MOVE 'N' TO ORC-OK
               WHEN RES-VEIC-CATEGORIA NOT EQUAL
                   ARQ-ORCAMENTOS-CATEGORIA
                   DISPLAY 'VEICULO NAO PERTENCE A CATEGORIA DO '
                       'ORCAMENTO - OPERACAO CANCELADA'
                   MOVE 'N' TO ORC-OK
               END-EVALUATE
           END-IF

           IF ORC-OK-SIM
               IF ARQ-ORCAMENTOS-INICIO < HOJE-YYYYMMDD
                   MOVE HOJE-YYYYMMDD TO RES-NOVA-RETIRADA
               ELSE
                   MOVE ARQ-ORCAMENTOS-INICIO TO RES-NOVA-RETIRADA
               END-IF
               COMPUTE RES-NOVA-RETIRADA-INT =
                   FUNCTION INTEGER-OF-DATE (RES-NOVA-RETIRADA)
               MOVE ARQ-ORCAMENTOS-DIAS TO RES-NOVA-DIAS
               COMPUTE RES-NOVA-FIM-INT =
                   RES-NOVA-RETIRADA-INT + RES-NOVA-DIAS

               PERFORM 2044-VERIFICAR-CONFLITO-RESERVA
               IF RES-CONFLITO-SIM
                   DISPLAY 'OPERACAO CANCELADA'
                   MOVE 'N' TO ORC-OK
               END-IF
           END-IF

           .
       2607-ESCOLHER-CLIENTE-VEICULO-FIM.
           EXIT.

       2608-EFETIVAR-RESERVA-ORCAMENTO      SECTION.

           MOVE ORC-REC (ORC-IDX-ACHADO) TO ARQ-ORCAMENTOS
           PERFORM 2045-CALCULAR-PROXIMO-ID-RESERVA
           MOVE RES-PROX-ID TO ARQ-RESERVAS-ID
           MOVE RES-NOVA-CLIENTE TO ARQ-RESERVAS-CLIENTE
           MOVE RES-NOVA-VEICULO TO ARQ-RESERVAS-VEICULO
           MOVE RES-NOVA-RETIRADA TO ARQ-RESERVAS-RETIRADA
           MOVE RES-NOVA-DIAS TO ARQ-RESERVAS-DIAS
           MOVE 'A' TO ARQ-RESERVAS-STATUS
           MOVE HOJE-YYYYMMDD TO ARQ-RESERVAS-CRIACAO
           MOVE FILIAL-ATUAL TO ARQ-RESERVAS-FILIAL
           MOVE ARQ-ORCAMENTOS-VALOR TO ARQ-RESERVAS-VALOR
           MOVE ARQ-ORCAMENTOS-ID TO ARQ-RESERVAS-ORCAMENTO
           MOVE SPACES TO ARQ-RESERVAS-FIM

           OPEN EXTEND RESERVAS
           IF AS-STATUS-R EQUAL 35
               OPEN OUTPUT RESERVAS
           END-IF
           IF AS-STATUS-R NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE RESERVAS'
           ELSE
               WRITE ARQ-RESERVAS
               CLOSE RESERVAS

               DISPLAY 'RESERVA ' ARQ-RESERVAS-ID
                   ' CRIADA A PARTIR DO ORCAMENTO '
                   ARQ-ORCAMENTOS-ID
                   ' COM PRECO GARANTIDO ' ARQ-RESERVAS-VALOR

               MOVE 'C' TO ARQ-ORCAMENTOS-STATUS
               MOVE ARQ-ORCAMENTOS TO ORC-REC (ORC-IDX-ACHADO)
               MOVE 'S' TO ORC-ALTEROU
               PERFORM 2605-REGRAVAR-ORCAMENTOS

               MOVE 'CONVORCAMENTO' TO AUD-OPERACAO
               MOVE RES-NOVA-CLIENTE TO AUD-CLIENTE
               MOVE RES-NOVA-VEICULO TO AUD-VEICULO
               PERFORM 2110-REGISTRAR-AUDITORIA
           END-IF

           .
       2608-EFETIVAR-RESERVA-ORCAMENTO-FIM.
           EXIT.

       2604-CALCULAR-PROXIMO-ID-ORC         SECTION.

           MOVE ZEROS TO ORC-PROX-ID
           OPEN INPUT ORCAMENTOS
           IF AS-STATUS-OR EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ORCAMENTOS
                   IF AS-STATUS-OR NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-ORCAMENTOS-ID > ORC-PROX-ID
                           MOVE ARQ-ORCAMENTOS-ID TO ORC-PROX-ID
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF
           ADD 1 TO ORC-PROX-ID

           .
       2604-CALCULAR-PROXIMO-ID-ORC-FIM.
           EXIT.

       2605-REGRAVAR-ORCAMENTOS             SECTION.

           IF ORC-ALTEROU-SIM
               OPEN OUTPUT ORCAMENTOS
               IF AS-STATUS-OR NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE '
                       'ORCAMENTOS ' AS-STATUS-OR
               ELSE
                   PERFORM VARYING ORC-IDX FROM 1 BY 1
                       UNTIL ORC-IDX > ORC-QTDE
                       MOVE ORC-REC (ORC-IDX) TO ARQ-ORCAMENTOS
                       WRITE ARQ-ORCAMENTOS
                   END-PERFORM
                   CLOSE ORCAMENTOS
               END-IF
           END-IF

           .
       2605-REGRAVAR-ORCAMENTOS-FIM.
           EXIT.

       2701-INFORMAR-CAUCAO                 SECTION.

           MOVE 'N' TO CAU-REGISTRAR
           MOVE ZEROS TO CAU-VALOR
           MOVE SPACES TO CAU-FORMA
                          CAU-FORMA-DESC
                          CAU-AUTORIZACAO

           MOVE ARQ-IDS-CLIENTE TO CONTA-CLI-BUSCA
           PERFORM 2207-VERIFICAR-CONTA-CLIENTE
           IF CONTA-CLI-VINCULADO-SIM
               DISPLAY 'CLIENTE VINCULADO A CONTA CORPORATIVA '
                   CONTA-CLI-CONTA ' - CAUCAO DISPENSADA'
           ELSE
               DISPLAY 'REGISTRAR CAUCAO (S/N)?'
               ACCEPT CAU-RESPOSTA
               IF CAU-RESPOSTA EQUAL 'S' OR
                   CAU-RESPOSTA EQUAL 's'
                   MOVE 'N' TO VAL-VALOR-OK
                   PERFORM UNTIL VAL-VALOR-OK-SIM
                       DISPLAY 'VALOR DA CAUCAO (99999,99):'
                       ACCEPT RESPOSTA-GENERICA
                       IF RESPOSTA-GENERICA (1:5) IS NUMERIC AND
                           RESPOSTA-GENERICA (6:1) EQUAL ',' AND
                           RESPOSTA-GENERICA (7:2) IS NUMERIC
                           MOVE RESPOSTA-GENERICA (1:8) TO
                               TAR-VALOR-ENTRADA
                           COMPUTE TAR-VALOR-NUM =
                               TAR-VALOR-ENT-REAIS +
                               TAR-VALOR-ENT-CENT / 100
                           IF TAR-VALOR-NUM > ZEROS
                               MOVE TAR-VALOR-NUM TO CAU-VALOR
                               MOVE 'S' TO VAL-VALOR-OK
                           ELSE
                               DISPLAY 'VALOR DEVE SER MAIOR QUE '
                                   'ZERO'
                           END-IF
                       ELSE
                           DISPLAY 'VALOR INVALIDO - USE O FORMATO '
                               '99999,99'
                       END-IF
                   END-PERFORM

                   PERFORM UNTIL CAU-FORMA EQUAL 'D' OR
                       CAU-FORMA EQUAL 'C' OR
                       CAU-FORMA EQUAL 'P'
                       DISPLAY 'FORMA (D=DINHEIRO C=CARTAO P=PIX):'
                       ACCEPT RESPOSTA-GENERICA
                       MOVE RESPOSTA-GENERICA (1:1) TO CAU-FORMA
                       INSPECT CAU-FORMA CONVERTING 'dcp' TO 'DCP'
                       IF CAU-FORMA NOT EQUAL 'D' AND
                           CAU-FORMA NOT EQUAL 'C' AND
                           CAU-FORMA NOT EQUAL 'P'
                           DISPLAY 'FORMA INVALIDA'
                       END-IF
                   END-PERFORM

                   IF CAU-FORMA NOT EQUAL 'D'
                       DISPLAY 'REFERENCIA DA AUTORIZACAO:'
                       ACCEPT RESPOSTA-GENERICA
                       MOVE RESPOSTA-GENERICA TO CAU-AUTORIZACAO
                   END-IF

                   MOVE 'S' TO CAU-REGISTRAR
               END-IF
           END-IF

           .
       2701-INFORMAR-CAUCAO-FIM.
           EXIT.

       2702-GRAVAR-CAUCAO                   SECTION.

           MOVE SPACES TO ARQ-CAUCOES
           MOVE ARQ-IDS-VEICULOS TO ARQ-CAUCOES-VEICULO
           MOVE ARQ-IDS-CLIENTE TO ARQ-CAUCOES-CLIENTE
           MOVE HOJE-YYYYMMDD TO ARQ-CAUCOES-DATA-LOC
           MOVE CAU-VALOR TO ARQ-CAUCOES-VALOR
           MOVE CAU-FORMA TO ARQ-CAUCOES-FORMA
           MOVE CAU-AUTORIZACAO TO ARQ-CAUCOES-AUTORIZACAO
           MOVE 'R' TO ARQ-CAUCOES-STATUS
           MOVE ZEROS TO ARQ-CAUCOES-DATA-DEV
           MOVE ZEROS TO ARQ-CAUCOES-APLICADO
           MOVE ZEROS TO ARQ-CAUCOES-LIBERADO
           MOVE FILIAL-ATUAL TO ARQ-CAUCOES-FILIAL
           MOVE SPACES TO ARQ-CAUCOES-FILIAL-DEV
           MOVE SPACES TO ARQ-CAUCOES-FIM

           OPEN EXTEND CAUCOES
           IF AS-STATUS-CA EQUAL 35
               OPEN OUTPUT CAUCOES
           END-IF
           IF AS-STATUS-CA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE CAUCOES - '
                   'REGISTRE A CAUCAO MANUALMENTE'
               MOVE 'N' TO CAU-REGISTRAR
           ELSE
               WRITE ARQ-CAUCOES
               CLOSE CAUCOES
               DISPLAY 'CAUCAO REGISTRADA - VALOR ' CAU-VALOR
               MOVE 'RECEBERCAUCAO' TO AUD-OPERACAO
               MOVE ARQ-IDS-CLIENTE TO AUD-CLIENTE
               MOVE ARQ-IDS-VEICULOS TO AUD-VEICULO
               PERFORM 2110-REGISTRAR-AUDITORIA
           END-IF

           EVALUATE CAU-FORMA
           WHEN 'D'
               MOVE 'DINHEIRO' TO CAU-FORMA-DESC
           WHEN 'C'
               MOVE 'CARTAO' TO CAU-FORMA-DESC
           WHEN 'P'
               MOVE 'PIX' TO CAU-FORMA-DESC
           END-EVALUATE

           .
       2702-GRAVAR-CAUCAO-FIM.
           EXIT.

       2703-APLICAR-CAUCAO                  SECTION.

           MOVE 'N' TO CAU-ACHOU
           MOVE 'N' TO CAU-LIBERADA
           MOVE ZEROS TO CAU-VALOR
                         CAU-APLICADO
                         CAU-SALDO

           OPEN INPUT CAUCOES
           IF AS-STATUS-CA EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CAUCOES
                   IF AS-STATUS-CA NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-CAUCOES-VEICULO EQUAL DEVOL-VEICULO-ID
                           AND ARQ-CAUCOES-CLIENTE EQUAL
                               DEVOL-CLIENTE-ID
                           AND ARQ-CAUCOES-DATA-LOC EQUAL
                               DEVOL-DATA-AAAAMMDD
                           AND ARQ-CAUCOES-RETIDA
                           AND ARQ-CAUCOES-DATA-DEV EQUAL ZEROS
                           MOVE ARQ-CAUCOES-VALOR TO CAU-VALOR
                           MOVE 'S' TO CAU-ACHOU
                           MOVE 1 TO LOOP-LISTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAUCOES
           END-IF

           COMPUTE CAU-ENCARGOS =
               DEVOL-AVARIA-COBRADA + DEVOL-TAXA-COMB +
               DEVOL-VALOR-EXTRA

           IF CAU-ACHOU-SIM
               IF CAU-VALOR > CAU-ENCARGOS
                   MOVE CAU-ENCARGOS TO CAU-APLICADO
               ELSE
                   MOVE CAU-VALOR TO CAU-APLICADO
               END-IF
               COMPUTE CAU-SALDO = CAU-VALOR - CAU-APLICADO
           END-IF

           COMPUTE DEVOL-VALOR-FATURA =
               DEVOL-VALOR-TOTAL - CAU-APLICADO

           .
       2703-APLICAR-CAUCAO-FIM.
           EXIT.

       2704-LIQUIDAR-CAUCAO                 SECTION.

           IF CAU-SALDO > ZEROS
               DISPLAY 'SALDO DA CAUCAO: ' CAU-SALDO
               DISPLAY 'LIBERAR SALDO AO CLIENTE (S/N)?'
               ACCEPT CAU-RESPOSTA
               IF CAU-RESPOSTA EQUAL 'S' OR
                   CAU-RESPOSTA EQUAL 's'
                   MOVE 'S' TO CAU-LIBERADA
               ELSE
                   MOVE 'N' TO CAU-LIBERADA
                   DISPLAY 'SALDO MANTIDO RETIDO - CONSTA NO '
                       'RELATORIO DE CAUCOES'
               END-IF
           ELSE
               MOVE 'S' TO CAU-LIBERADA
           END-IF

           PERFORM 2705-CARREGAR-CAUCOES

           MOVE ZEROS TO CAU-IDX-ACHADO
           PERFORM VARYING CAU-IDX FROM 1 BY 1
               UNTIL CAU-IDX > CAU-QTDE
               OR CAU-IDX-ACHADO > ZEROS
               MOVE CAU-REC (CAU-IDX) TO ARQ-CAUCOES
               IF ARQ-CAUCOES-VEICULO EQUAL DEVOL-VEICULO-ID
                   AND ARQ-CAUCOES-CLIENTE EQUAL DEVOL-CLIENTE-ID
                   AND ARQ-CAUCOES-DATA-LOC EQUAL
                       DEVOL-DATA-AAAAMMDD
                   AND ARQ-CAUCOES-RETIDA
                   AND ARQ-CAUCOES-DATA-DEV EQUAL ZEROS
                   MOVE CAU-IDX TO CAU-IDX-ACHADO
                   MOVE HOJE-YYYYMMDD TO ARQ-CAUCOES-DATA-DEV
                   MOVE FILIAL-ATUAL TO ARQ-CAUCOES-FILIAL-DEV
                   MOVE CAU-APLICADO TO ARQ-CAUCOES-APLICADO
                   IF CAU-LIBERADA-SIM
                       MOVE 'L' TO ARQ-CAUCOES-STATUS
                       MOVE CAU-SALDO TO ARQ-CAUCOES-LIBERADO
                   END-IF
                   MOVE ARQ-CAUCOES TO CAU-REC (CAU-IDX)
               END-IF
           END-PERFORM

           EVALUATE TRUE
           WHEN CAU-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 CAUCOES ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN CAU-IDX-ACHADO EQUAL ZEROS
               DISPLAY 'AVISO: CAUCAO NAO ENCONTRADA PARA '
                   'LIQUIDACAO'
           WHEN OTHER
               PERFORM 2706-REGRAVAR-CAUCOES
               IF CAU-REGRAVOU-SIM
                   IF CAU-LIBERADA-SIM
                       MOVE 'LIBERARCAUCAO' TO AUD-OPERACAO
                   ELSE
                       MOVE 'RETERCAUCAO' TO AUD-OPERACAO
                   END-IF
                   MOVE DEVOL-CLIENTE-ID TO AUD-CLIENTE
                   MOVE DEVOL-VEICULO-ID TO AUD-VEICULO
                   PERFORM 2110-REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'CAUCAO NAO LIQUIDADA - PERMANECE RETIDA '
                       'NA FILIAL DE RETIRADA'
               END-IF
           END-EVALUATE

           .
       2704-LIQUIDAR-CAUCAO-FIM.
           EXIT.

       2705-CARREGAR-CAUCOES                SECTION.

           MOVE ZEROS TO CAU-QTDE
           MOVE 'N' TO CAU-EXCESSO

           OPEN INPUT CAUCOES
           IF AS-STATUS-CA EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CAUCOES
                   IF AS-STATUS-CA NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF CAU-QTDE < 500
                           ADD 1 TO CAU-QTDE
                           MOVE ARQ-CAUCOES TO CAU-REC (CAU-QTDE)
                       ELSE
                           MOVE 'S' TO CAU-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAUCOES
           END-IF

           .
       2705-CARREGAR-CAUCOES-FIM.
           EXIT.

       2706-REGRAVAR-CAUCOES                SECTION.

           MOVE 'N' TO CAU-REGRAVOU
           OPEN OUTPUT CAUCOES
           IF AS-STATUS-CA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE '
                   'CAUCOES ' AS-STATUS-CA
           ELSE
               MOVE 'S' TO CAU-REGRAVOU
               PERFORM VARYING CAU-IDX FROM 1 BY 1
                   UNTIL CAU-IDX > CAU-QTDE
                   MOVE CAU-REC (CAU-IDX) TO ARQ-CAUCOES
                   WRITE ARQ-CAUCOES
               END-PERFORM
               CLOSE CAUCOES
           END-IF

           .
       2706-REGRAVAR-CAUCOES-FIM.
           EXIT.

       2707-RELATORIO-CAUCOES               SECTION.

           MOVE ZEROS TO CAU-QTDE-LISTADA
           MOVE ZEROS TO CAU-TOTAL-RETIDO

           PERFORM 2709-CARREGAR-ALUGUEIS

           OPEN INPUT CAUCOES
           IF AS-STATUS-CA NOT EQUAL ZEROS
               DISPLAY 'NAO EXISTEM CAUCOES REGISTRADAS'
           ELSE
               DISPLAY '-------------------------------------'
               DISPLAY 'CAUCOES RETIDAS - VEICULOS DEVOLVIDOS'
               DISPLAY 'FILIAL ' FILIAL-ATUAL
               DISPLAY '-------------------------------------'
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ CAUCOES
                   IF AS-STATUS-CA NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       PERFORM 2711-DEFINIR-FILIAL-CAUCAO
                       IF ARQ-CAUCOES-RETIDA
                           AND CAU-FILIAL-RESP EQUAL FILIAL-ATUAL
                           MOVE ARQ-CAUCOES-VEICULO TO
                               CAU-BUSCA-VEICULO
                           MOVE ARQ-CAUCOES-CLIENTE TO
                               CAU-BUSCA-CLIENTE
                           MOVE ARQ-CAUCOES-DATA-LOC TO
                               CAU-BUSCA-DATA
                           PERFORM 2708-VERIFICAR-ALUGUEL-ABERTO
                           IF ARQ-CAUCOES-DATA-DEV > ZEROS
                               OR CAU-ALUG-ABERTO-NAO
                               COMPUTE CAU-SALDO =
                                   ARQ-CAUCOES-VALOR -
                                   ARQ-CAUCOES-APLICADO
                               DISPLAY 'VEICULO ' ARQ-CAUCOES-VEICULO
                                   ' CLIENTE ' ARQ-CAUCOES-CLIENTE
                                   ' LOCACAO ' ARQ-CAUCOES-DATA-LOC
                                   ' DEVOLUCAO '
                                   ARQ-CAUCOES-DATA-DEV
                               DISPLAY '    CAUCAO ' ARQ-CAUCOES-VALOR
                                   ' (' ARQ-CAUCOES-FORMA ') '
                                   ' APLICADO ' ARQ-CAUCOES-APLICADO
                                   ' RETIDO ' CAU-SALDO
                               IF ARQ-CAUCOES-FILIAL NOT EQUAL
                                   CAU-FILIAL-RESP
                                   DISPLAY '    RETIRADA NA FILIAL '
                                       ARQ-CAUCOES-FILIAL
                               END-IF
                               ADD 1 TO CAU-QTDE-LISTADA
                               ADD CAU-SALDO TO CAU-TOTAL-RETIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAUCOES
               DISPLAY '-------------------------------------'
               DISPLAY 'CAUCOES PENDENTES : ' CAU-QTDE-LISTADA
               DISPLAY 'TOTAL RETIDO      : ' CAU-TOTAL-RETIDO
               DISPLAY '-------------------------------------'
           END-IF

           .
       2707-RELATORIO-CAUCOES-FIM.
           EXIT.

       2708-VERIFICAR-ALUGUEL-ABERTO        SECTION.

           MOVE 'N' TO CAU-ALUG-ABERTO
           PERFORM VARYING ALUG-IDX FROM 1 BY 1
               UNTIL ALUG-IDX > ALUG-QTDE
               OR CAU-ALUG-ABERTO-SIM
               MOVE ALUG-REC (ALUG-IDX) TO ARQ-ALUGUEL
               IF ARQ-ALUGUEL-VEICULO EQUAL CAU-BUSCA-VEICULO
                   AND ARQ-ALUGUEL-CLIENTE EQUAL CAU-BUSCA-CLIENTE
                   STRING ARQ-ALUGUEL-DATA (7:4)
                       ARQ-ALUGUEL-DATA (4:2)
                       ARQ-ALUGUEL-DATA (1:2)
                       DELIMITED BY SIZE INTO ALUG-DATA-EDITADA
                   MOVE ALUG-DATA-EDITADA TO ALUG-DATA-YYYYMMDD
                   IF ALUG-DATA-YYYYMMDD EQUAL CAU-BUSCA-DATA
                       MOVE 'S' TO CAU-ALUG-ABERTO
                   END-IF
               END-IF
           END-PERFORM

           .
       2708-VERIFICAR-ALUGUEL-ABERTO-FIM.
           EXIT.

       2709-CARREGAR-ALUGUEIS               SECTION.

           MOVE ZEROS TO ALUG-QTDE
           MOVE 'N' TO ALUG-EXCESSO

           OPEN INPUT ALUGUEL
           IF AS-STATUS-A EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ALUGUEL
                   IF AS-STATUS-A NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ALUG-QTDE < 500
                           ADD 1 TO ALUG-QTDE
                           MOVE ARQ-ALUGUEL TO ALUG-REC (ALUG-QTDE)
                       ELSE
                           MOVE 'S' TO ALUG-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALUGUEL
           END-IF

           IF ALUG-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 LOCACOES ATINGIDO '
                   '- SITUACAO DAS LOCACOES PODE ESTAR INCOMPLETA'
           END-IF

           .
       2709-CARREGAR-ALUGUEIS-FIM.
           EXIT.

       2710-LIBERAR-CAUCAO                  SECTION.

           DISPLAY 'Digite o ID do VEICULO:'
           ACCEPT CAU-BUSCA-VEICULO
           DISPLAY 'Digite o ID do CLIENTE:'
           ACCEPT CAU-BUSCA-CLIENTE

           PERFORM 2709-CARREGAR-ALUGUEIS
           PERFORM 2705-CARREGAR-CAUCOES

           MOVE ZEROS TO CAU-IDX-ACHADO
           MOVE 'N' TO CAU-ALUG-ABERTO
           PERFORM VARYING CAU-IDX FROM 1 BY 1
               UNTIL CAU-IDX > CAU-QTDE
               OR CAU-IDX-ACHADO > ZEROS
               MOVE CAU-REC (CAU-IDX) TO ARQ-CAUCOES
               PERFORM 2711-DEFINIR-FILIAL-CAUCAO
               IF ARQ-CAUCOES-VEICULO EQUAL CAU-BUSCA-VEICULO
                   AND ARQ-CAUCOES-CLIENTE EQUAL CAU-BUSCA-CLIENTE
                   AND CAU-FILIAL-RESP EQUAL FILIAL-ATUAL
                   AND ARQ-CAUCOES-RETIDA
                   MOVE ARQ-CAUCOES-DATA-LOC TO CAU-BUSCA-DATA
                   PERFORM 2708-VERIFICAR-ALUGUEL-ABERTO
                   IF ARQ-CAUCOES-DATA-DEV > ZEROS
                       OR CAU-ALUG-ABERTO-NAO
                       MOVE CAU-IDX TO CAU-IDX-ACHADO
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
           WHEN CAU-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 CAUCOES ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN CAU-IDX-ACHADO EQUAL ZEROS AND CAU-ALUG-ABERTO-SIM
               DISPLAY 'LOCACAO EM ANDAMENTO - A CAUCAO SERA '
                   'LIQUIDADA NA DEVOLUCAO'
           WHEN CAU-IDX-ACHADO EQUAL ZEROS
               DISPLAY 'CAUCAO RETIDA NAO ENCONTRADA NESTA FILIAL'
           WHEN OTHER
               MOVE CAU-REC (CAU-IDX-ACHADO) TO ARQ-CAUCOES
               COMPUTE CAU-SALDO =
                   ARQ-CAUCOES-VALOR - ARQ-CAUCOES-APLICADO
               DISPLAY 'CAUCAO ' ARQ-CAUCOES-VALOR
                   ' APLICADO ' ARQ-CAUCOES-APLICADO
                   ' A LIBERAR ' CAU-SALDO
               DISPLAY 'CONFIRMA LIBERACAO (S/N)?'
               ACCEPT CAU-RESPOSTA
               IF CAU-RESPOSTA EQUAL 'S' OR
                   CAU-RESPOSTA EQUAL 's'
                   ACCEPT HOJE-YYYYMMDD FROM DATE YYYYMMDD
                   IF ARQ-CAUCOES-DATA-DEV EQUAL ZEROS
                       MOVE HOJE-YYYYMMDD TO ARQ-CAUCOES-DATA-DEV
                   END-IF
                   MOVE 'L' TO ARQ-CAUCOES-STATUS
                   MOVE CAU-SALDO TO ARQ-CAUCOES-LIBERADO
                   MOVE ARQ-CAUCOES TO CAU-REC (CAU-IDX-ACHADO)
                   PERFORM 2706-REGRAVAR-CAUCOES
                   IF CAU-REGRAVOU-SIM
                       DISPLAY 'CAUCAO LIBERADA - VALOR ' CAU-SALDO
                       MOVE 'LIBERARCAUCAO' TO AUD-OPERACAO
                       MOVE CAU-BUSCA-CLIENTE TO AUD-CLIENTE
                       MOVE CAU-BUSCA-VEICULO TO AUD-VEICULO
                       PERFORM 2110-REGISTRAR-AUDITORIA
                   ELSE
                       DISPLAY 'CAUCAO NAO LIBERADA'
                   END-IF
               ELSE
                   DISPLAY 'OPERACAO CANCELADA'
               END-IF
           END-EVALUATE

           .
       2710-LIBERAR-CAUCAO-FIM.
           EXIT.

       2711-DEFINIR-FILIAL-CAUCAO           SECTION.

           IF ARQ-CAUCOES-DATA-DEV > ZEROS
               AND ARQ-CAUCOES-FILIAL-DEV NOT EQUAL SPACES
               MOVE ARQ-CAUCOES-FILIAL-DEV TO CAU-FILIAL-RESP
           ELSE
               MOVE ARQ-CAUCOES-FILIAL TO CAU-FILIAL-RESP
           END-IF

           .
       2711-DEFINIR-FILIAL-CAUCAO-FIM.
           EXIT.

       2801-ADICIONAR-PLANO                 SECTION.

           DISPLAY 'Digite o CODIGO DO PLANO (2 POSICOES):'
           ACCEPT PLAN-CODIGO-BUSCA
           INSPECT PLAN-CODIGO-BUSCA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF PLAN-CODIGO-BUSCA EQUAL SPACES
               DISPLAY 'CODIGO INVALIDO - OPERACAO CANCELADA'
           ELSE
               DISPLAY 'Digite a DESCRICAO (ATE 20 POSICOES):'
               ACCEPT PLAN-DESCRICAO

               DISPLAY 'Digite o VALOR DA DIARIA (99999,99):'
               ACCEPT RESPOSTA-GENERICA
               IF RESPOSTA-GENERICA (1:5) IS NUMERIC AND
                   RESPOSTA-GENERICA (6:1) EQUAL ',' AND
                   RESPOSTA-GENERICA (7:2) IS NUMERIC
                   MOVE RESPOSTA-GENERICA (1:8) TO TAR-VALOR-ENTRADA
                   COMPUTE PLAN-NOVA-DIARIA =
                       TAR-VALOR-ENT-REAIS +
                       TAR-VALOR-ENT-CENT / 100

                   DISPLAY 'Digite o VALOR DA FRANQUIA (99999,99):'
                   ACCEPT RESPOSTA-GENERICA
                   IF RESPOSTA-GENERICA (1:5) IS NUMERIC AND
                       RESPOSTA-GENERICA (6:1) EQUAL ',' AND
                       RESPOSTA-GENERICA (7:2) IS NUMERIC
                       MOVE RESPOSTA-GENERICA (1:8) TO
                           TAR-VALOR-ENTRADA
                       COMPUTE TAR-VALOR-NUM =
                           TAR-VALOR-ENT-REAIS +
                           TAR-VALOR-ENT-CENT / 100

                       MOVE SPACES TO ARQ-PLANOS
                       MOVE PLAN-CODIGO-BUSCA TO ARQ-PLANOS-CODIGO
                       MOVE PLAN-DESCRICAO TO ARQ-PLANOS-DESCRICAO
                       MOVE PLAN-NOVA-DIARIA TO ARQ-PLANOS-DIARIA
                       MOVE TAR-VALOR-NUM TO ARQ-PLANOS-FRANQUIA
                       MOVE SPACES TO ARQ-PLANOS-FIM
                       PERFORM 2806-REGRAVAR-PLANOS
                   ELSE
                       DISPLAY 'VALOR INVALIDO - USE O FORMATO '
                           '99999,99'
                       DISPLAY 'OPERACAO CANCELADA'
                   END-IF
               ELSE
                   DISPLAY 'VALOR INVALIDO - USE O FORMATO '
                       '99999,99'
                   DISPLAY 'OPERACAO CANCELADA'
               END-IF
           END-IF

           .
       2801-ADICIONAR-PLANO-FIM.
           EXIT.

       2802-LISTAR-PLANOS                   SECTION.

           MOVE ZEROS TO PLAN-QTDE-ATIVOS
           OPEN INPUT PLANOS
           IF AS-STATUS-PL EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ PLANOS
                   IF AS-STATUS-PL NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO PLAN-QTDE-ATIVOS
                       DISPLAY 'PLANO ' ARQ-PLANOS-CODIGO ' '
                           ARQ-PLANOS-DESCRICAO
                           ' DIARIA ' ARQ-PLANOS-DIARIA
                           ' FRANQUIA ' ARQ-PLANOS-FRANQUIA
                   END-IF
               END-PERFORM
               CLOSE PLANOS
           END-IF

           IF PLAN-QTDE-ATIVOS EQUAL ZEROS
               DISPLAY 'NAO EXISTEM PLANOS DE PROTECAO REGISTRADOS'
           END-IF

           .
       2802-LISTAR-PLANOS-FIM.
           EXIT.

       2803-BUSCAR-PLANO                    SECTION.

           MOVE 'N' TO PLAN-ACHOU
           MOVE SPACES TO PLAN-DESCRICAO
           MOVE ZEROS TO PLAN-DIARIA
                         PLAN-FRANQUIA

           OPEN INPUT PLANOS
           IF AS-STATUS-PL EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ PLANOS
                   IF AS-STATUS-PL NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-PLANOS-CODIGO EQUAL PLAN-CODIGO-BUSCA
                           MOVE ARQ-PLANOS-DESCRICAO TO PLAN-DESCRICAO
                           MOVE ARQ-PLANOS-DIARIA TO PLAN-DIARIA
                           MOVE ARQ-PLANOS-FRANQUIA TO PLAN-FRANQUIA
                           MOVE 'S' TO PLAN-ACHOU
                           MOVE 1 TO LOOP-LISTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PLANOS
           END-IF

           .
       2803-BUSCAR-PLANO-FIM.
           EXIT.

       2804-ESCOLHER-PLANO                  SECTION.

           MOVE 'N' TO PLAN-ESCOLHIDO
           MOVE SPACES TO PLAN-ESC-CODIGO
                          PLAN-ESC-DESCRICAO
           MOVE ZEROS TO PLAN-ESC-DIARIA
                         PLAN-ESC-FRANQUIA

           DISPLAY 'PLANOS DE PROTECAO DISPONIVEIS:'
           PERFORM 2802-LISTAR-PLANOS

           IF PLAN-QTDE-ATIVOS > ZEROS
               MOVE 'N' TO PLAN-ACHOU
               PERFORM UNTIL PLAN-ACHOU-SIM
                   DISPLAY 'Digite o CODIGO DO PLANO '
                       '(EM BRANCO = SEM PROTECAO):'
                   MOVE SPACES TO PLAN-CODIGO-BUSCA
                   ACCEPT PLAN-CODIGO-BUSCA
                   INSPECT PLAN-CODIGO-BUSCA CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF PLAN-CODIGO-BUSCA EQUAL SPACES
                       MOVE 'S' TO PLAN-ACHOU
                   ELSE
                       PERFORM 2803-BUSCAR-PLANO
                       IF PLAN-ACHOU-SIM
                           MOVE 'S' TO PLAN-ESCOLHIDO
                           MOVE PLAN-CODIGO-BUSCA TO PLAN-ESC-CODIGO
                           MOVE PLAN-DESCRICAO TO PLAN-ESC-DESCRICAO
                           MOVE PLAN-DIARIA TO PLAN-ESC-DIARIA
                           MOVE PLAN-FRANQUIA TO PLAN-ESC-FRANQUIA
                       ELSE
                           DISPLAY 'PLANO NAO CADASTRADO'
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF PLAN-ESCOLHIDO-SIM
               DISPLAY 'PROTECAO       : ' PLAN-ESC-DESCRICAO
                   ' DIARIA ' PLAN-ESC-DIARIA
                   ' FRANQUIA ' PLAN-ESC-FRANQUIA
           ELSE
               DISPLAY 'SEM PLANO DE PROTECAO - CLIENTE RESPONDE '
                   'PELO VALOR INTEGRAL DAS AVARIAS'
           END-IF

           .
       2804-ESCOLHER-PLANO-FIM.
           EXIT.

       2805-LIMITAR-AVARIA-FRANQUIA         SECTION.

           MOVE VIST-TOTAL TO DEVOL-AVARIA-COBRADA
           MOVE ZEROS TO DEVOL-AVARIA-SINISTRO

           IF DEVOL-PLANO NOT EQUAL SPACES
               AND VIST-TOTAL > DEVOL-FRANQUIA
               MOVE DEVOL-FRANQUIA TO DEVOL-AVARIA-COBRADA
               COMPUTE DEVOL-AVARIA-SINISTRO =
                   VIST-TOTAL - DEVOL-FRANQUIA
               DISPLAY 'AVARIAS LIMITADAS A FRANQUIA DO PLANO '
                   DEVOL-PLANO ': ' DEVOL-FRANQUIA
               DISPLAY 'VALOR EXCEDENTE PARA SINISTRO: '
                   DEVOL-AVARIA-SINISTRO
           END-IF

           .
       2805-LIMITAR-AVARIA-FRANQUIA-FIM.
           EXIT.

       2806-REGRAVAR-PLANOS                 SECTION.

           MOVE ZEROS TO PLAN-QTDE
           MOVE ZEROS TO PLAN-IDX-ACHADO
           MOVE 'N' TO PLAN-EXCESSO
           MOVE ARQ-PLANOS TO PLAN-NOVO-REC

           OPEN INPUT PLANOS
           IF AS-STATUS-PL EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ PLANOS
                   IF AS-STATUS-PL NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF PLAN-QTDE < 50
                           ADD 1 TO PLAN-QTDE
                           MOVE ARQ-PLANOS TO PLAN-REC (PLAN-QTDE)
                           IF ARQ-PLANOS-CODIGO EQUAL
                               PLAN-CODIGO-BUSCA
                               MOVE PLAN-QTDE TO PLAN-IDX-ACHADO
                           END-IF
                       ELSE
                           MOVE 'S' TO PLAN-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PLANOS
           END-IF

           EVALUATE TRUE
           WHEN PLAN-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE PLANOS ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN PLAN-IDX-ACHADO EQUAL ZEROS
               AND PLAN-QTDE >= 50
               DISPLAY 'AVISO: LIMITE DE PLANOS ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN OTHER
               IF PLAN-IDX-ACHADO EQUAL ZEROS
                   ADD 1 TO PLAN-QTDE
                   MOVE PLAN-QTDE TO PLAN-IDX-ACHADO
               END-IF
               MOVE PLAN-NOVO-REC TO PLAN-REC (PLAN-IDX-ACHADO)
               OPEN OUTPUT PLANOS
               IF AS-STATUS-PL NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE PLANOS '
                       AS-STATUS-PL
               ELSE
                   PERFORM VARYING PLAN-IDX FROM 1 BY 1
                       UNTIL PLAN-IDX > PLAN-QTDE
                       MOVE PLAN-REC (PLAN-IDX) TO ARQ-PLANOS
                       WRITE ARQ-PLANOS
                   END-PERFORM
                   CLOSE PLANOS
                   DISPLAY 'PLANO DE PROTECAO ' PLAN-CODIGO-BUSCA
                       ' REGISTRADO'
               END-IF
           END-EVALUATE

           .
       2806-REGRAVAR-PLANOS-FIM.
           EXIT.

       2807-GRAVAR-SINISTROS                SECTION.

           MOVE DEVOL-FRANQUIA TO PLAN-FRANQUIA-RESTANTE

           OPEN EXTEND SINISTROS
           IF AS-STATUS-SI EQUAL 35
               OPEN OUTPUT SINISTROS
           END-IF
           IF AS-STATUS-SI NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE SINISTROS'
           ELSE
               PERFORM VARYING VIST-IDX FROM 1 BY 1
                   UNTIL VIST-IDX > VIST-QTDE
                   IF VIST-ITEM-VALOR (VIST-IDX) >
                       PLAN-FRANQUIA-RESTANTE
                       COMPUTE PLAN-VALOR-SINISTRO =
                           VIST-ITEM-VALOR (VIST-IDX) -
                           PLAN-FRANQUIA-RESTANTE
                       MOVE ZEROS TO PLAN-FRANQUIA-RESTANTE
                       MOVE SPACES TO ARQ-SINISTROS
                       MOVE DEVOL-VEICULO-ID TO ARQ-SINISTROS-VEICULO
                       MOVE DEVOL-CLIENTE-ID TO ARQ-SINISTROS-CLIENTE
                       MOVE DEVOL-DATA-AAAAMMDD TO
                           ARQ-SINISTROS-DATA-LOC
                       MOVE HOJE-YYYYMMDD TO ARQ-SINISTROS-DATA-VIST
                       MOVE VIST-IDX TO ARQ-SINISTROS-ITEM
                       MOVE DEVOL-PLANO TO ARQ-SINISTROS-PLANO
                       MOVE VIST-ITEM-VALOR (VIST-IDX) TO
                           ARQ-SINISTROS-VALOR-ITEM
                       MOVE DEVOL-FRANQUIA TO ARQ-SINISTROS-FRANQUIA
                       MOVE PLAN-VALOR-SINISTRO TO
                           ARQ-SINISTROS-VALOR
                       MOVE 'A' TO ARQ-SINISTROS-STATUS
                       MOVE FILIAL-ATUAL TO ARQ-SINISTROS-FILIAL
                       MOVE SPACES TO ARQ-SINISTROS-FIM
                       WRITE ARQ-SINISTROS
                   ELSE
                       SUBTRACT VIST-ITEM-VALOR (VIST-IDX) FROM
                           PLAN-FRANQUIA-RESTANTE
                   END-IF
               END-PERFORM
               CLOSE SINISTROS
               DISPLAY 'SINISTRO REGISTRADO - VALOR '
                   DEVOL-AVARIA-SINISTRO
               MOVE 'ABRIRSINISTRO' TO AUD-OPERACAO
               MOVE DEVOL-CLIENTE-ID TO AUD-CLIENTE
               MOVE DEVOL-VEICULO-ID TO AUD-VEICULO
               PERFORM 2110-REGISTRAR-AUDITORIA
           END-IF

           .
       2807-GRAVAR-SINISTROS-FIM.
           EXIT.

       2821-ADICIONAR-PARAM-DEPREC          SECTION.

           DISPLAY 'Digite a CATEGORIA:'
           ACCEPT RESPOSTA-GENERICA
           MOVE RESPOSTA-GENERICA TO DEP-CATEGORIA-BUSCA

           IF DEP-CATEGORIA-BUSCA EQUAL SPACES
               DISPLAY 'CATEGORIA INVALIDA - OPERACAO CANCELADA'
           ELSE
               DISPLAY 'Digite a VIDA UTIL EM MESES (001 A 999):'
               ACCEPT RESPOSTA-GENERICA
               IF RESPOSTA-GENERICA (1:3) IS NUMERIC AND
                   RESPOSTA-GENERICA (4:1) EQUAL SPACE AND
                   RESPOSTA-GENERICA (1:3) NOT EQUAL '000'
                   MOVE RESPOSTA-GENERICA (1:3) TO DEP-NOVA-VIDA

                   DISPLAY 'Digite o VALOR RESIDUAL EM PORCENTAGEM '
                       '(99,99):'
                   ACCEPT RESPOSTA-GENERICA
                   IF RESPOSTA-GENERICA (1:2) IS NUMERIC AND
                       RESPOSTA-GENERICA (3:1) EQUAL ',' AND
                       RESPOSTA-GENERICA (4:2) IS NUMERIC
                       MOVE RESPOSTA-GENERICA (1:5) TO
                           DEP-RESIDUAL-ENTRADA
                       COMPUTE DEP-NOVO-RESIDUAL =
                           DEP-RES-ENT-INTEIRO +
                           DEP-RES-ENT-DECIMAL / 100

                       DISPLAY 'Digite a QUILOMETRAGEM DE VIDA UTIL '
                           '(7 DIGITOS, 0000000 = SOMENTE PRAZO):'
                       ACCEPT RESPOSTA-GENERICA
                       IF RESPOSTA-GENERICA (1:7) IS NUMERIC AND
                           RESPOSTA-GENERICA (8:1) EQUAL SPACE
                           MOVE RESPOSTA-GENERICA (1:7) TO
                               DEP-NOVO-KM-VIDA

                           MOVE SPACES TO ARQ-DEPRECCAT
                           MOVE DEP-CATEGORIA-BUSCA TO
                               ARQ-DEPRECCAT-CATEGORIA
                           MOVE DEP-NOVA-VIDA TO
                               ARQ-DEPRECCAT-VIDA-MESES
                           MOVE DEP-NOVO-RESIDUAL TO
                               ARQ-DEPRECCAT-RESIDUAL
                           MOVE DEP-NOVO-KM-VIDA TO
                               ARQ-DEPRECCAT-KM-VIDA
                           MOVE SPACES TO ARQ-DEPRECCAT-FIM
                           PERFORM 2823-REGRAVAR-PARAM-DEPREC
                       ELSE
                           DISPLAY 'QUILOMETRAGEM INVALIDA - '
                               'OPERACAO CANCELADA'
                       END-IF
                   ELSE
                       DISPLAY 'PORCENTAGEM INVALIDA - USE O FORMATO '
                           '99,99'
                       DISPLAY 'OPERACAO CANCELADA'
                   END-IF
               ELSE
                   DISPLAY 'VIDA UTIL INVALIDA - OPERACAO CANCELADA'
               END-IF
           END-IF

           .
       2821-ADICIONAR-PARAM-DEPREC-FIM.
           EXIT.

       2822-LISTAR-PARAM-DEPREC             SECTION.

           MOVE ZEROS TO DEP-QTDE
           OPEN INPUT DEPRECCAT
           IF AS-STATUS-DC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DEPRECCAT
                   IF AS-STATUS-DC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       ADD 1 TO DEP-QTDE
                       MOVE ARQ-DEPRECCAT-RESIDUAL TO
                           DEP-NOVO-RESIDUAL
                       DISPLAY 'CATEGORIA ' ARQ-DEPRECCAT-CATEGORIA
                           ' VIDA ' ARQ-DEPRECCAT-VIDA-MESES
                           ' MESES RESIDUAL ' DEP-NOVO-RES-INTEIRO
                           ',' DEP-NOVO-RES-DECIMAL '%'
                           ' KM VIDA ' ARQ-DEPRECCAT-KM-VIDA
                   END-IF
               END-PERFORM
               CLOSE DEPRECCAT
           END-IF

           IF DEP-QTDE EQUAL ZEROS
               DISPLAY 'NAO EXISTEM PARAMETROS DE DEPRECIACAO '
                   'REGISTRADOS'
           END-IF

           .
       2822-LISTAR-PARAM-DEPREC-FIM.
           EXIT.

       2823-REGRAVAR-PARAM-DEPREC           SECTION.

           MOVE ZEROS TO DEP-QTDE
           MOVE ZEROS TO DEP-IDX-ACHADO
           MOVE 'N' TO DEP-EXCESSO
           MOVE ARQ-DEPRECCAT TO DEP-NOVO-REC

           OPEN INPUT DEPRECCAT
           IF AS-STATUS-DC EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ DEPRECCAT
                   IF AS-STATUS-DC NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF DEP-QTDE < 50
                           ADD 1 TO DEP-QTDE
                           MOVE ARQ-DEPRECCAT TO DEP-REC (DEP-QTDE)
                           IF ARQ-DEPRECCAT-CATEGORIA EQUAL
                               DEP-CATEGORIA-BUSCA
                               MOVE DEP-QTDE TO DEP-IDX-ACHADO
                           END-IF
                       ELSE
                           MOVE 'S' TO DEP-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPRECCAT
           END-IF

           EVALUATE TRUE
           WHEN DEP-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE PARAMETROS ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN DEP-IDX-ACHADO EQUAL ZEROS
               AND DEP-QTDE >= 50
               DISPLAY 'AVISO: LIMITE DE PARAMETROS ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN OTHER
               IF DEP-IDX-ACHADO EQUAL ZEROS
                   ADD 1 TO DEP-QTDE
                   MOVE DEP-QTDE TO DEP-IDX-ACHADO
               END-IF
               MOVE DEP-NOVO-REC TO DEP-REC (DEP-IDX-ACHADO)
               OPEN OUTPUT DEPRECCAT
               IF AS-STATUS-DC NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE PARAMETROS '
                       'DE DEPRECIACAO ' AS-STATUS-DC
               ELSE
                   PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-QTDE
                       MOVE DEP-REC (DEP-IDX) TO ARQ-DEPRECCAT
                       WRITE ARQ-DEPRECCAT
                   END-PERFORM
                   CLOSE DEPRECCAT
                   DISPLAY 'PARAMETRO DE DEPRECIACAO DA CATEGORIA '
                       DEP-CATEGORIA-BUSCA ' REGISTRADO'
               END-IF
           END-EVALUATE

           .
       2823-REGRAVAR-PARAM-DEPREC-FIM.
           EXIT.

       2824-CARREGAR-ATIVOS                 SECTION.

           MOVE ZEROS TO ATV-QTDE
           MOVE ZEROS TO ATV-IDX-ACHADO
           MOVE 'N' TO ATV-EXCESSO

           OPEN INPUT ATIVOS
           IF AS-STATUS-AT EQUAL ZEROS
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ ATIVOS
                   IF AS-STATUS-AT NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ATV-QTDE < 500
                           ADD 1 TO ATV-QTDE
                           MOVE ARQ-ATIVOS TO ATV-REC (ATV-QTDE)
                           IF ARQ-ATIVOS-VEICULO EQUAL ATV-VEIC-BUSCA
                               MOVE ATV-QTDE TO ATV-IDX-ACHADO
                           END-IF
                       ELSE
                           MOVE 'S' TO ATV-EXCESSO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATIVOS
           END-IF

           .
       2824-CARREGAR-ATIVOS-FIM.
           EXIT.

       2825-REGRAVAR-ATIVOS                 SECTION.

           MOVE 'N' TO ATV-GRAVOU

           EVALUATE TRUE
           WHEN ATV-EXCESSO-SIM
               DISPLAY 'AVISO: LIMITE DE 500 ATIVOS ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN ATV-IDX-ACHADO EQUAL ZEROS
               AND ATV-QTDE >= 500
               DISPLAY 'AVISO: LIMITE DE 500 ATIVOS ATINGIDO '
                   '- ARQUIVO NAO ALTERADO'
           WHEN OTHER
               IF ATV-IDX-ACHADO EQUAL ZEROS
                   ADD 1 TO ATV-QTDE
                   MOVE ATV-QTDE TO ATV-IDX-ACHADO
               END-IF
               MOVE ATV-NOVO-REC TO ATV-REC (ATV-IDX-ACHADO)
               OPEN OUTPUT ATIVOS
               IF AS-STATUS-AT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE ATIVOS '
                       AS-STATUS-AT
               ELSE
                   MOVE 'S' TO ATV-GRAVOU
                   PERFORM VARYING ATV-IDX FROM 1 BY 1
                       UNTIL ATV-IDX > ATV-QTDE
                       MOVE ATV-REC (ATV-IDX) TO ARQ-ATIVOS
                       WRITE ARQ-ATIVOS
                       IF AS-STATUS-AT NOT EQUAL ZEROS
                           MOVE 'N' TO ATV-GRAVOU
                       END-IF
                   END-PERFORM
                   CLOSE ATIVOS
                   IF ATV-GRAVOU-NAO
                       DISPLAY 'ERRO AO REGRAVAR ARQUIVO DE ATIVOS - '
                           'VERIFIQUE O ARQUIVO'
                   END-IF
               END-IF
           END-EVALUATE

           .
       2825-REGRAVAR-ATIVOS-FIM.
           EXIT.

       2826-INFORMAR-DADOS-VENDA            SECTION.

           MOVE 'N' TO VND-OK
           MOVE ARQ-IDS-CLIENTE TO VND-COMPRADOR

           MOVE 'N' TO CLI-LOC-ACHOU
           OPEN INPUT CLIENTES
           IF AS-STATUS-C EQUAL ZEROS
               MOVE VND-COMPRADOR TO ARQ-CLIENTES-ID
               READ CLIENTES
               IF AS-STATUS-C EQUAL ZEROS
                   MOVE 'S' TO CLI-LOC-ACHOU
                   DISPLAY 'COMPRADOR: ' ARQ-CLIENTES-NOME ' '
                       ARQ-CLIENTES-SOBRENOME (1:40)
               END-IF
               CLOSE CLIENTES
           END-IF

           IF CLI-LOC-ACHOU-NAO
               DISPLAY 'COMPRADOR NAO CADASTRADO'
           ELSE
               PERFORM 2830-CALCULAR-VALOR-CONTABIL

               MOVE VND-CUSTO TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               DISPLAY 'CUSTO DE AQUISICAO        ' VAL-FMT-TXT
               MOVE VND-ACUMULADA TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               DISPLAY 'DEPRECIACAO ACUMULADA     ' VAL-FMT-TXT
               MOVE VND-CONTABIL TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               DISPLAY 'VALOR CONTABIL            ' VAL-FMT-TXT

               DISPLAY 'Digite o VALOR DE VENDA (9999999,99):'
               ACCEPT RESPOSTA-GENERICA
               IF RESPOSTA-GENERICA (1:7) IS NUMERIC AND
                   RESPOSTA-GENERICA (8:1) EQUAL ',' AND
                   RESPOSTA-GENERICA (9:2) IS NUMERIC
                   MOVE RESPOSTA-GENERICA (1:10) TO VND-VALOR-ENTRADA
                   COMPUTE VND-VALOR =
                       VND-VALOR-ENT-REAIS +
                       VND-VALOR-ENT-CENT / 100

                   ACCEPT VND-HOJE FROM DATE YYYYMMDD
                   DISPLAY 'Digite a DATA DA VENDA '
                       '(DDMMAAAA OU VAZIO PARA HOJE):'
                   ACCEPT RESPOSTA-GENERICA
                   IF RESPOSTA-GENERICA EQUAL SPACES
                       MOVE VND-HOJE TO VND-DATA
                       MOVE 'S' TO VND-OK
                   ELSE
                       MOVE RESPOSTA-GENERICA TO DATA-CONV-ENTRADA
                       PERFORM 2901-CONVERTER-DATA-INFORMADA
                       IF DATA-CONV-OK-NAO
                           OR DATA-CONV-AAAAMMDD > VND-HOJE
                           DISPLAY 'DATA INVALIDA'
                       ELSE
                           MOVE DATA-CONV-AAAAMMDD TO VND-DATA
                           MOVE 'S' TO VND-OK
                       END-IF
                   END-IF

                   IF VND-OK-SIM
                       AND VND-DATA (1:6) < VND-COMPETENCIA
                       DISPLAY 'DATA ANTERIOR A ULTIMA DEPRECIACAO '
                           'LANCADA (' VND-COMPETENCIA ')'
                       MOVE 'N' TO VND-OK
                   END-IF
               ELSE
                   DISPLAY 'VALOR INVALIDO - USE O FORMATO '
                       '9999999,99'
               END-IF
           END-IF

           .
       2826-INFORMAR-DADOS-VENDA-FIM.
           EXIT.

       2827-REGISTRAR-BAIXA-ATIVO           SECTION.

           IF VND-VALOR >= VND-CONTABIL
               COMPUTE VND-RESULTADO = VND-VALOR - VND-CONTABIL
               MOVE '+' TO VND-SINAL
           ELSE
               COMPUTE VND-RESULTADO = VND-CONTABIL - VND-VALOR
               MOVE '-' TO VND-SINAL
           END-IF

           MOVE RES-NOVA-VEICULO TO ATV-VEIC-BUSCA
           PERFORM 2824-CARREGAR-ATIVOS
           IF ATV-IDX-ACHADO > ZEROS
               MOVE ATV-REC (ATV-IDX-ACHADO) TO ARQ-ATIVOS
           ELSE
               MOVE SPACES TO ARQ-ATIVOS
               MOVE RES-NOVA-VEICULO TO ARQ-ATIVOS-VEICULO
               MOVE ZEROS TO ARQ-ATIVOS-AQUISICAO
               MOVE VND-CUSTO TO ARQ-ATIVOS-CUSTO
               MOVE ZEROS TO ARQ-ATIVOS-KM-AQUISICAO
               MOVE ZEROS TO ARQ-ATIVOS-DEPREC-ACUM
               MOVE ZEROS TO ARQ-ATIVOS-COMPETENCIA
               MOVE SPACES TO ARQ-ATIVOS-FIM
           END-IF
           MOVE 'V' TO ARQ-ATIVOS-SITUACAO
           MOVE ARQ-ATIVOS TO ATV-NOVO-REC
           PERFORM 2825-REGRAVAR-ATIVOS
           IF ATV-GRAVOU-NAO
               DISPLAY 'AVISO: ATIVO NAO MARCADO COMO VENDIDO - '
                   'CORRIJA A SITUACAO EM ATIVOS MANUALMENTE'
           END-IF

           MOVE SPACES TO ARQ-DEPREC
           MOVE 'V' TO ARQ-DEPREC-TIPO
           MOVE VND-DATA TO ARQ-DEPREC-DATA
           MOVE VND-DATA (1:6) TO ARQ-DEPREC-COMPETENCIA
           MOVE RES-NOVA-VEICULO TO ARQ-DEPREC-VEICULO
           MOVE RES-VEIC-FILIAL TO ARQ-DEPREC-FILIAL
           MOVE RES-VEIC-CATEGORIA TO ARQ-DEPREC-CATEGORIA
           MOVE VND-CUSTO TO ARQ-DEPREC-CUSTO
           MOVE VND-VALOR TO ARQ-DEPREC-VALOR
           MOVE VND-ACUMULADA TO ARQ-DEPREC-ACUMULADA
           MOVE VND-CONTABIL TO ARQ-DEPREC-CONTABIL
           MOVE VND-RESULTADO TO ARQ-DEPREC-RESULTADO
           MOVE VND-SINAL TO ARQ-DEPREC-SINAL
           MOVE RES-VEIC-KM TO ARQ-DEPREC-KM
           MOVE VND-COMPRADOR TO ARQ-DEPREC-CLIENTE
           MOVE SPACES TO ARQ-DEPREC-FIM

           OPEN EXTEND DEPRECIACAO
           IF AS-STATUS-DP EQUAL 35
               OPEN OUTPUT DEPRECIACAO
           END-IF
           IF AS-STATUS-DP NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE DEPRECIACAO - '
                   'REGISTRE A BAIXA MANUALMENTE'
           ELSE
               WRITE ARQ-DEPREC
               CLOSE DEPRECIACAO

               MOVE VND-VALOR TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               DISPLAY 'VALOR DE VENDA            ' VAL-FMT-TXT
               MOVE VND-CONTABIL TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               DISPLAY 'VALOR CONTABIL            ' VAL-FMT-TXT
               MOVE VND-RESULTADO TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               IF VND-SINAL EQUAL '+'
                   DISPLAY 'GANHO NA VENDA            ' VAL-FMT-TXT
               ELSE
                   DISPLAY 'PERDA NA VENDA            ' VAL-FMT-TXT
               END-IF

               MOVE 'BAIXAATIVO' TO AUD-OPERACAO
               MOVE VND-COMPRADOR TO AUD-CLIENTE
               MOVE RES-NOVA-VEICULO TO AUD-VEICULO
               PERFORM 2110-REGISTRAR-AUDITORIA
           END-IF

           .
       2827-REGISTRAR-BAIXA-ATIVO-FIM.
           EXIT.

       2828-REGISTRAR-AQUISICAO             SECTION.

           MOVE SPACES TO ARQ-ATIVOS
           MOVE VEICULO-PROX-ID TO ARQ-ATIVOS-VEICULO
           MOVE ATV-AQUISICAO-NOVA TO ARQ-ATIVOS-AQUISICAO
           MOVE FROTA-COMPRA-NUM TO ARQ-ATIVOS-CUSTO
           MOVE ZEROS TO ARQ-ATIVOS-KM-AQUISICAO
           MOVE ZEROS TO ARQ-ATIVOS-DEPREC-ACUM
           MOVE ZEROS TO ARQ-ATIVOS-COMPETENCIA
           MOVE 'A' TO ARQ-ATIVOS-SITUACAO
           MOVE SPACES TO ARQ-ATIVOS-FIM

           OPEN EXTEND ATIVOS
           IF AS-STATUS-AT EQUAL 35
               OPEN OUTPUT ATIVOS
           END-IF
           IF AS-STATUS-AT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE ATIVOS - O ATIVO '
                   'SERA CRIADO NA PROXIMA DEPRECIACAO MENSAL'
           ELSE
               WRITE ARQ-ATIVOS
               CLOSE ATIVOS
           END-IF

           .
       2828-REGISTRAR-AQUISICAO-FIM.
           EXIT.

       2829-RELATORIO-ATIVOS                SECTION.

           MOVE ZEROS TO ATV-VEIC-BUSCA
           PERFORM 2824-CARREGAR-ATIVOS

           MOVE ZEROS TO REG-QTDE
           MOVE ZEROS TO REG-FIL-QTDE
           MOVE ZEROS TO REG-SEM-ATIVO
           MOVE ZEROS TO REG-ULT-COMPETENCIA
           MOVE ZEROS TO REG-TOT-QTDE REG-TOT-CUSTO REG-TOT-ACUM

           PERFORM VARYING ATV-IDX FROM 1 BY 1
               UNTIL ATV-IDX > ATV-QTDE
               MOVE ATV-REC (ATV-IDX) TO ARQ-ATIVOS
               IF ARQ-ATIVOS-COMPETENCIA > REG-ULT-COMPETENCIA
                   MOVE ARQ-ATIVOS-COMPETENCIA TO REG-ULT-COMPETENCIA
               END-IF
           END-PERFORM

           OPEN INPUT VEICULOS
           IF AS-STATUS-V NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE VEICULOS'
           ELSE
               MOVE 0 TO LOOP-LISTA
               PERFORM UNTIL LOOP-LISTA = 1
                   READ VEICULOS NEXT RECORD
                   IF AS-STATUS-V NOT EQUAL ZEROS
                       MOVE 1 TO LOOP-LISTA
                   ELSE
                       IF ARQ-VEICULOS-ESTADO NOT EQUAL 'Vendido'
                           PERFORM 2831-ACUMULAR-ATIVO-FILIAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VEICULOS

               PERFORM 2832-IMPRIMIR-REGISTRO-ATIVOS
           END-IF

           .
       2829-RELATORIO-ATIVOS-FIM.
           EXIT.

       2830-CALCULAR-VALOR-CONTABIL         SECTION.

           MOVE ZEROS TO VND-CUSTO
           MOVE ZEROS TO VND-ACUMULADA
           MOVE ZEROS TO VND-COMPETENCIA

           MOVE RES-NOVA-VEICULO TO ATV-VEIC-BUSCA
           PERFORM 2824-CARREGAR-ATIVOS
           IF ATV-IDX-ACHADO > ZEROS
               MOVE ATV-REC (ATV-IDX-ACHADO) TO ARQ-ATIVOS
               MOVE ARQ-ATIVOS-CUSTO TO VND-CUSTO
               MOVE ARQ-ATIVOS-DEPREC-ACUM TO VND-ACUMULADA
               MOVE ARQ-ATIVOS-COMPETENCIA TO VND-COMPETENCIA
           ELSE
               OPEN INPUT VEICULOS
               IF AS-STATUS-V EQUAL ZEROS
                   MOVE RES-NOVA-VEICULO TO ARQ-VEICULOS-ID
                   READ VEICULOS
                   IF AS-STATUS-V EQUAL ZEROS
                       PERFORM 2085-CONVERTER-VALOR-COMPRA
                       MOVE FROTA-COMPRA-NUM TO VND-CUSTO
                   END-IF
                   CLOSE VEICULOS
               END-IF
               DISPLAY 'AVISO: VEICULO SEM REGISTRO DE ATIVO - '
                   'VALOR CONTABIL = VALOR DE COMPRA'
           END-IF

           IF VND-ACUMULADA > VND-CUSTO
               MOVE VND-CUSTO TO VND-ACUMULADA
           END-IF
           COMPUTE VND-CONTABIL = VND-CUSTO - VND-ACUMULADA

           .
       2830-CALCULAR-VALOR-CONTABIL-FIM.
           EXIT.

       2831-ACUMULAR-ATIVO-FILIAL           SECTION.

           IF REG-QTDE >= 500
               DISPLAY 'AVISO: LIMITE DE 500 VEICULOS ATINGIDO '
                   '- RELATORIO INCOMPLETO'
           ELSE
               ADD 1 TO REG-QTDE
               MOVE ARQ-VEICULOS-FILIAL TO REG-VEIC-FILIAL (REG-QTDE)
               MOVE ARQ-VEICULOS-ID TO REG-VEIC-ID (REG-QTDE)
               MOVE ARQ-VEICULOS-MODELO TO REG-VEIC-MODELO (REG-QTDE)
               MOVE ARQ-VEICULOS-CATEGORIA TO
                   REG-VEIC-CATEGORIA (REG-QTDE)

               MOVE ARQ-VEICULOS-ID TO ATV-VEIC-BUSCA
               MOVE ZEROS TO ATV-IDX-ACHADO
               PERFORM VARYING ATV-IDX FROM 1 BY 1
                   UNTIL ATV-IDX > ATV-QTDE
                   OR ATV-IDX-ACHADO > ZEROS
                   MOVE ATV-REC (ATV-IDX) TO ARQ-ATIVOS
                   IF ARQ-ATIVOS-VEICULO EQUAL ATV-VEIC-BUSCA
                       MOVE ATV-IDX TO ATV-IDX-ACHADO
                   END-IF
               END-PERFORM

               IF ATV-IDX-ACHADO > ZEROS
                   MOVE ARQ-ATIVOS-AQUISICAO TO
                       REG-VEIC-AQUISICAO (REG-QTDE)
                   MOVE ARQ-ATIVOS-CUSTO TO REG-VEIC-CUSTO (REG-QTDE)
                   MOVE ARQ-ATIVOS-DEPREC-ACUM TO
                       REG-VEIC-ACUM (REG-QTDE)
                   MOVE 'N' TO REG-VEIC-SEM-ATIVO (REG-QTDE)
               ELSE
                   PERFORM 2085-CONVERTER-VALOR-COMPRA
                   MOVE ZEROS TO REG-VEIC-AQUISICAO (REG-QTDE)
                   MOVE FROTA-COMPRA-NUM TO REG-VEIC-CUSTO (REG-QTDE)
                   MOVE ZEROS TO REG-VEIC-ACUM (REG-QTDE)
                   MOVE 'S' TO REG-VEIC-SEM-ATIVO (REG-QTDE)
                   ADD 1 TO REG-SEM-ATIVO
               END-IF
               IF REG-VEIC-ACUM (REG-QTDE) > REG-VEIC-CUSTO (REG-QTDE)
                   MOVE REG-VEIC-CUSTO (REG-QTDE) TO
                       REG-VEIC-ACUM (REG-QTDE)
               END-IF

               MOVE ZEROS TO REG-FIL-ACHADA
               PERFORM VARYING REG-FIL-IDX FROM 1 BY 1
                   UNTIL REG-FIL-IDX > REG-FIL-QTDE
                   OR REG-FIL-ACHADA > ZEROS
                   IF REG-FIL-CODIGO (REG-FIL-IDX) EQUAL
                       ARQ-VEICULOS-FILIAL
                       MOVE REG-FIL-IDX TO REG-FIL-ACHADA
                   END-IF
               END-PERFORM
               IF REG-FIL-ACHADA EQUAL ZEROS
                   IF REG-FIL-QTDE < 50
                       ADD 1 TO REG-FIL-QTDE
                       MOVE REG-FIL-QTDE TO REG-FIL-ACHADA
                       MOVE ARQ-VEICULOS-FILIAL TO
                           REG-FIL-CODIGO (REG-FIL-ACHADA)
                       MOVE ZEROS TO REG-FIL-QT (REG-FIL-ACHADA)
                       MOVE ZEROS TO REG-FIL-CUSTO (REG-FIL-ACHADA)
                       MOVE ZEROS TO REG-FIL-ACUM (REG-FIL-ACHADA)
                   ELSE
                       DISPLAY 'AVISO: LIMITE DE 50 FILIAIS '
                           'ATINGIDO - RELATORIO INCOMPLETO'
                   END-IF
               END-IF
               IF REG-FIL-ACHADA > ZEROS
                   ADD 1 TO REG-FIL-QT (REG-FIL-ACHADA)
                   ADD REG-VEIC-CUSTO (REG-QTDE) TO
                       REG-FIL-CUSTO (REG-FIL-ACHADA)
                   ADD REG-VEIC-ACUM (REG-QTDE) TO
                       REG-FIL-ACUM (REG-FIL-ACHADA)
               END-IF

               ADD 1 TO REG-TOT-QTDE
               ADD REG-VEIC-CUSTO (REG-QTDE) TO REG-TOT-CUSTO
               ADD REG-VEIC-ACUM (REG-QTDE) TO REG-TOT-ACUM
           END-IF

           .
       2831-ACUMULAR-ATIVO-FILIAL-FIM.
           EXIT.

       2832-IMPRIMIR-REGISTRO-ATIVOS        SECTION.

           DISPLAY '-------------------------------------'
           DISPLAY 'REGISTRO DE ATIVOS DA FROTA POR FILIAL'
           IF REG-ULT-COMPETENCIA > ZEROS
               DISPLAY 'DEPRECIACAO LANCADA ATE A COMPETENCIA '
                   REG-ULT-COMPETENCIA
           ELSE
               DISPLAY 'NENHUMA DEPRECIACAO MENSAL LANCADA'
           END-IF
           DISPLAY '-------------------------------------'

           PERFORM VARYING REG-FIL-IDX FROM 1 BY 1
               UNTIL REG-FIL-IDX > REG-FIL-QTDE
               DISPLAY 'FILIAL ' REG-FIL-CODIGO (REG-FIL-IDX)
               PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-QTDE
                   IF REG-VEIC-FILIAL (REG-IDX) EQUAL
                       REG-FIL-CODIGO (REG-FIL-IDX)
                       PERFORM 2833-IMPRIMIR-ATIVO-VEICULO
                   END-IF
               END-PERFORM

               MOVE REG-FIL-CUSTO (REG-FIL-IDX) TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE VAL-FMT-TXT TO REG-CUSTO-TXT
               MOVE REG-FIL-ACUM (REG-FIL-IDX) TO VAL-FMT-NUM
               PERFORM 2902-FORMATAR-VALOR
               MOVE VAL-FMT-TXT TO REG-ACUM-TXT
               COMPUTE VAL-FMT-NUM = REG-FIL-CUSTO (REG-FIL-IDX) -
                   REG-FIL-ACUM (REG-FIL-IDX)
               PERFORM 2902-FORMATAR-VALOR
               DISPLAY '  TOTAL FILIAL ' REG-FIL-CODIGO (REG-FIL-IDX)
                   ' VEICULOS ' REG-FIL-QT (REG-FIL-IDX)
               DISPLAY '    CUSTO ' REG-CUSTO-TXT
                   ' DEPREC. ACUM. ' REG-ACUM-TXT
                   ' LIQUIDO ' VAL-FMT-TXT
               DISPLAY '-------------------------------------'
           END-PERFORM

           MOVE REG-TOT-CUSTO TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO REG-CUSTO-TXT
           MOVE REG-TOT-ACUM TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO REG-ACUM-TXT
           COMPUTE VAL-FMT-NUM = REG-TOT-CUSTO - REG-TOT-ACUM
           PERFORM 2902-FORMATAR-VALOR
           DISPLAY 'TOTAL GERAL VEICULOS ' REG-TOT-QTDE
           DISPLAY '  CUSTO ' REG-CUSTO-TXT
               ' DEPREC. ACUM. ' REG-ACUM-TXT
               ' LIQUIDO ' VAL-FMT-TXT
           IF REG-SEM-ATIVO > ZEROS
               DISPLAY 'VEICULOS SEM REGISTRO DE ATIVO (CUSTO = '
                   'VALOR DE COMPRA): ' REG-SEM-ATIVO
           END-IF
           DISPLAY '-------------------------------------'

           .
       2832-IMPRIMIR-REGISTRO-ATIVOS-FIM.
           EXIT.

       2833-IMPRIMIR-ATIVO-VEICULO          SECTION.

           MOVE REG-VEIC-CUSTO (REG-IDX) TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO REG-CUSTO-TXT
           MOVE REG-VEIC-ACUM (REG-IDX) TO VAL-FMT-NUM
           PERFORM 2902-FORMATAR-VALOR
           MOVE VAL-FMT-TXT TO REG-ACUM-TXT
           COMPUTE VAL-FMT-NUM = REG-VEIC-CUSTO (REG-IDX) -
               REG-VEIC-ACUM (REG-IDX)
           PERFORM 2902-FORMATAR-VALOR

           DISPLAY '  VEICULO ' REG-VEIC-ID (REG-IDX) ' '
               REG-VEIC-MODELO (REG-IDX) ' '
               REG-VEIC-CATEGORIA (REG-IDX)
               ' AQUISICAO ' REG-VEIC-AQUISICAO (REG-IDX)
           DISPLAY '    CUSTO ' REG-CUSTO-TXT
               ' DEPREC. ACUM. ' REG-ACUM-TXT
               ' LIQUIDO ' VAL-FMT-TXT
           IF REG-VEIC-SEM-ATIVO (REG-IDX) EQUAL 'S'
               DISPLAY '    *** SEM REGISTRO DE ATIVO - CUSTO = '
                   'VALOR DE COMPRA DO CADASTRO'
           END-IF

           .
       2833-IMPRIMIR-ATIVO-VEICULO-FIM.
           EXIT.

       2121-VALIDAR-CPF                     SECTION.
