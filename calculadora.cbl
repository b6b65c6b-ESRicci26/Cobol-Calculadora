      *                trailer sintetizado quando o envio do GL
      *                ficou sem trailer); o fechamento nao corta o
      *                dia enquanto restar orfao nao recuperado.
      *   15/10/2026 - Estorno de calculo ja exportado (opcao 20,
      *                supervisor): o original e escolhido no log de
      *                auditoria com os filtros da consulta, o
      *                contra-lancamento sai no envio corrente do GL
      *                com sinais invertidos (entrando na
      *                reconciliacao e nos subtotais por centro) e
      *                com registro proprio no log apontando o
      *                original; estornos.dat impede estornar duas
      *                vezes e alimenta o relatorio de estornos
      *                (opcao 21) com cada estorno ao lado do
      *                original.
      *   15/10/2026 - Cadastro de contratos de financiamento: o
      *                PRICE/SAC da opcao 18 pode ser gravado como
      *                contrato (contratos.dat) com uma parcela por
      *                registro em parcelas.dat (vencimento,
      *                principal, juros, saldo e situacao); a opcao
      *                22 lista os contratos, baixa parcelas pagas
      *                (supervisor), imprime as parcelas a vencer e
      *                vencidas do mes por centro de custo e
      *                contrato e calcula o saldo para quitacao em
      *                qualquer data.
      *   15/10/2026 - Calendario de periodos contabeis (periodos.dat,
      *                opcao 23): o fechamento do mes (supervisor)
      *                exige todos os dias fechados e reconciliados,
      *                nenhum pendente do mes e nenhuma sessao aberta
      *                no mes, imprime o resumo do mes a partir do
      *                resumo diario e marca o periodo fechado.
      *                Nenhum lancamento entra no GL com data de
      *                periodo fechado: liberacao de pendente e
      *                reprocessamento de rejeitos lancam no periodo
      *                corrente e detalhes de envio tardio vao para
      *                o proximo periodo aberto, com trilha no log.
      *   15/10/2026 - Log de auditoria encadeado: cada registro que
      *                entra no log mestre leva um elo calculado
      *                sobre o conteudo e o elo anterior (controle em
      *                log_cadeia.dat), sem quebra na consolidacao,
      *                na recuperacao de orfaos e no arquivamento do
      *                dia; a opcao 24 confere a cadeia do catalogo
      *                e do mestre e imprime elos quebrados e
      *                arquivos ausentes; o fechamento do dia recusa
      *                o corte se a cadeia do dia nao confere.
      *   15/10/2026 - Reavaliacao cambial do mes (opcao 25,
      *                supervisor): as conversoes da opcao 10
      *                exportadas no mes sao reprecificadas pela taxa
      *                do ultimo dia util, com relatorio por par e
      *                centro de custo e a variacao liquida de cada
      *                centro lancada no GL em envio proprio; um mes
      *                nao e reavaliado duas vezes (reavaliacoes.dat).
      *   15/10/2026 - Orcamento mensal por centro de custo (opcao 17,
      *                O-Orcamentos): calculo que estoura o orcamento
      *                do mes gera aviso no modo interativo e fica
      *                retido em pendentes.dat no lote; relatorio
      *                orcado x realizado com retido, saldo e
      *                percentual consumido (orcamento_AAAA-MM.txt).
      *   15/10/2026 - Jornal de alteracoes cadastrais (alteracoes.dat):
      *                constantes, cambio, operadores, centros de
      *                custo e orcamentos gravam antes e depois de cada
      *                manutencao; consulta, relatorio e valor em data
      *                na opcao 26 (supervisor).
      *   15/10/2026 - Reexecucao dos logs arquivados (opcao 27,
      *                supervisor): os calculos S, C e E sem erro dos
      *                arquivos catalogados na faixa de datas sao
      *                refeitos e comparados com o resultado do log;
      *                divergencias e totais em reexecucao_log.txt,
      *                sem gravar no log nem no GL.
      *   15/10/2026 - Backup no fechamento do dia: uma geracao
      *                datada dos cadastros, arquivos de controle e
      *                memorias em backup/, catalogada com contagem de
      *                registros (backups.dat), com numero de geracoes
      *                mantidas configuravel; logs expirados vao para
      *                a area de backup em vez de apagados; listagem e
      *                restauracao de um arquivo ou da geracao na
      *                opcao 28 (supervisor).
      *   15/10/2026 - Biblioteca de formulas parametrizadas
      *                (formulas.dat, opcao 29; manutencao pelo
      *                supervisor): NOME(arg,...) numa expressao da
      *                opcao 2 ou num registro 'E' do lote e expandida
      *                antes do calculo; o log leva a expressao
      *                expandida e um registro 'A' (FORM) com a
      *                chamada digitada.
      *   15/10/2026 - Calendario de feriados (feriados.dat, opcao 30):
      *                feriados nacionais e bancarios, manutencao e
      *                carga anual pelo supervisor. Taxa de cambio
      *                vencida, prazo de confirmacao do GL, vencimento
      *                das parcelas e fechamento do dia passam a
      *                contar dias uteis; fechar dia nao util pede
      *                confirmacao do supervisor.
      *   15/10/2026 - Restauracao do backup sob a trava de cada
      *                arquivo (em uso = nao restaurado), com as
      *                diferencas de constantes, cambio, operadores
      *                e centros gravadas no jornal; jornal e
      *                catalogo de logs nao sao restauraveis.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIO-TRAVA-STATUS.

           SELECT ESTORNO-FILE
               ASSIGN TO DYNAMIC WS-ESTORNO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-STATUS.

           SELECT ESTORNO-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-ESTORNO-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTORNO-TRAVA-STATUS.

           SELECT RELEST-FILE ASSIGN TO DYNAMIC WS-RELEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEST-STATUS.

           SELECT CONTRATO-FILE
               ASSIGN TO DYNAMIC WS-CONTRATO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-STATUS.

           SELECT CONTRATO-TMP-FILE
               ASSIGN TO DYNAMIC WS-CONTRATO-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-TMP-STATUS.

           SELECT PARCELA-FILE
               ASSIGN TO DYNAMIC WS-PARCELA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCELA-STATUS.

           SELECT PARCELA-TMP-FILE
               ASSIGN TO DYNAMIC WS-PARCELA-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCELA-TMP-STATUS.

           SELECT CONTRATO-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-CONTRATO-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRATO-TRAVA-STATUS.

           SELECT RELVEN-FILE ASSIGN TO DYNAMIC WS-RELVEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELVEN-STATUS.

           SELECT PERIODO-FILE ASSIGN TO DYNAMIC WS-PERIODO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT PERIODO-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-PERIODO-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-TRAVA-STATUS.

           SELECT RELMES-FILE ASSIGN TO DYNAMIC WS-RELMES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELMES-STATUS.

           SELECT PERIODO-TMP-FILE
               ASSIGN TO DYNAMIC WS-PERIODO-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-TMP-STATUS.

           SELECT CADEIA-FILE ASSIGN TO DYNAMIC WS-CADEIA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIA-STATUS.

           SELECT CADEIA-LEITURA-FILE
               ASSIGN TO DYNAMIC WS-CAD-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADEIA-LEITURA-STATUS.

           SELECT RELCAD-FILE ASSIGN TO DYNAMIC WS-RELCAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELCAD-STATUS.

           SELECT REAVAL-FILE ASSIGN TO DYNAMIC WS-REAVAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAVAL-STATUS.

           SELECT REAVAL-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-REAVAL-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAVAL-TRAVA-STATUS.

           SELECT RELRVC-FILE ASSIGN TO DYNAMIC WS-RELRVC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELRVC-STATUS.

           SELECT ORCAMENTO-FILE ASSIGN TO DYNAMIC WS-ORCAMENTO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCAMENTO-STATUS.

           SELECT ORCAMENTO-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-ORCAMENTO-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCAMENTO-TRAVA-STATUS.

           SELECT RELORC-FILE ASSIGN TO DYNAMIC WS-RELORC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELORC-STATUS.

           SELECT JORNAL-FILE ASSIGN TO DYNAMIC WS-JORNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT RELJOR-FILE ASSIGN TO DYNAMIC WS-RELJOR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELJOR-STATUS.

           SELECT REEXEC-LOG-FILE ASSIGN TO DYNAMIC WS-RPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-STATUS.

           SELECT RELRPL-FILE ASSIGN TO DYNAMIC WS-RELRPL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELRPL-STATUS.

           SELECT BACKUP-CAT-FILE ASSIGN TO DYNAMIC
               WS-BACKUP-CAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CAT-STATUS.

           SELECT BACKUP-CAT-TMP-FILE ASSIGN TO DYNAMIC
               WS-BACKUP-CAT-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CAT-TMP-STATUS.

           SELECT BACKUP-PARAM-FILE ASSIGN TO DYNAMIC
               WS-BACKUP-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-PARAM-STATUS.

           SELECT BKP-ORIGEM-FILE ASSIGN TO DYNAMIC WS-BKP-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-ORIGEM-STATUS.

           SELECT BKP-DESTINO-FILE ASSIGN TO DYNAMIC WS-BKP-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-DESTINO-STATUS.

           SELECT FORMULA-FILE ASSIGN TO DYNAMIC WS-FORMULA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULA-STATUS.

           SELECT FORMULA-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-FORMULA-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULA-TRAVA-STATUS.

           SELECT FERIADO-FILE ASSIGN TO DYNAMIC WS-FERIADO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-STATUS.

           SELECT FERIADO-TRAVA-FILE
               ASSIGN TO DYNAMIC WS-FERIADO-TRAVA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-TRAVA-STATUS.

           SELECT FERIADO-IMP-FILE
               ASSIGN TO DYNAMIC WS-FERIADO-IMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADO-IMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-FILE.
           05  LOG-EXPRESSAO-TXT       PIC X(50).
           05  LOG-CENTRO-CUSTO        PIC X(08).
           05  LOG-RETIDO-FLAG         PIC X(01).
           05  LOG-ELO                 PIC X(24).

       FD  MASTER-LOG-FILE.
       01  MASTER-LOG-RECORD.
           05  MLR-CONTEUDO            PIC X(150).
           05  MLR-ELO                 PIC X(24).

       FD  MASTER-GL-FILE.
       01  MASTER-GL-RECORD            PIC X(98).
           05  RD-OUTROS-ERROS         PIC 9(06).
           05  RD-TOTAL                PIC S9(15)V9(2).

       FD  ESTORNO-FILE.
       01  ESTORNO-RECORD.
           05  ES-DATA                 PIC X(10).
           05  ES-HORA                 PIC X(08).
           05  ES-SUPERVISOR           PIC X(10).
           05  ES-GL-SEQUENCIA         PIC 9(06).
           05  ES-MOTIVO               PIC X(30).
           05  ES-ORIGINAL.
               10  ES-ORIG-DATA        PIC X(10).
               10  ES-ORIG-HORA        PIC X(08).
               10  ES-ORIG-OPERADOR    PIC X(10).
               10  ES-ORIG-TIPO        PIC X(01).
               10  ES-ORIG-OPERANDO1   PIC S9(10)V9(2).
               10  ES-ORIG-OPERADOR-CHAR PIC X(04).
               10  ES-ORIG-OPERANDO2   PIC S9(10)V9(2).
               10  ES-ORIG-RESULTADO   PIC S9(15)V9(2).
               10  ES-ORIG-CENTRO-CUSTO PIC X(08).
               10  ES-ORIG-EXPRESSAO   PIC X(50).

       FD  ESTORNO-TRAVA-FILE.
       01  ESTORNO-TRAVA-RECORD        PIC X(10).

       FD  RELEST-FILE.
       01  RELEST-LINHA                PIC X(132).

       FD  CONTRATO-FILE.
       01  CONTRATO-RECORD.
           05  CN-NUMERO               PIC 9(06).
           05  CN-DATA                 PIC X(10).
           05  CN-HORA                 PIC X(08).
           05  CN-OPERADOR-ID          PIC X(10).
           05  CN-SISTEMA              PIC X(05).
           05  CN-VALOR                PIC S9(10)V9(2).
           05  CN-TAXA-PCT             PIC S9(3)V9(6).
           05  CN-PARCELAS             PIC 9(03).
           05  CN-PRIMEIRO-VENCTO      PIC X(10).
           05  CN-CENTRO-CUSTO         PIC X(08).
           05  CN-DESCRICAO            PIC X(30).
           05  CN-STATUS               PIC X(01).

       FD  CONTRATO-TMP-FILE.
       01  CONTRATO-TMP-RECORD         PIC X(112).

       FD  PARCELA-FILE.
       01  PARCELA-RECORD.
           05  PC-CONTRATO             PIC 9(06).
           05  PC-NUMERO               PIC 9(03).
           05  PC-VENCIMENTO           PIC X(10).
           05  PC-PRESTACAO            PIC S9(13)V9(2).
           05  PC-AMORTIZACAO          PIC S9(13)V9(2).
           05  PC-JUROS                PIC S9(13)V9(2).
           05  PC-SALDO                PIC S9(13)V9(2).
           05  PC-STATUS               PIC X(01).
           05  PC-DATA-PAGTO           PIC X(10).
           05  PC-BAIXADO-POR          PIC X(10).

       FD  PARCELA-TMP-FILE.
       01  PARCELA-TMP-RECORD          PIC X(100).

       FD  CONTRATO-TRAVA-FILE.
       01  CONTRATO-TRAVA-RECORD       PIC X(10).

       FD  RELVEN-FILE.
       01  RELVEN-LINHA                PIC X(132).

       FD  PERIODO-FILE.
       01  PERIODO-RECORD.
           05  PR-PERIODO              PIC X(07).
           05  PR-INICIO               PIC X(10).
           05  PR-FIM                  PIC X(10).
           05  PR-STATUS               PIC X(01).
           05  PR-FECHADO-EM           PIC X(10).
           05  PR-FECHADO-POR          PIC X(10).

       FD  PERIODO-TRAVA-FILE.
       01  PERIODO-TRAVA-RECORD        PIC X(10).

       FD  RELMES-FILE.
       01  RELMES-LINHA                PIC X(132).

       FD  PERIODO-TMP-FILE.
       01  PERIODO-TMP-RECORD          PIC X(48).

       FD  CADEIA-FILE.
       01  CADEIA-RECORD.
           05  CD-ULTIMO-ELO           PIC X(24).
           05  CD-GRAVADO-EM           PIC X(14).

       FD  CADEIA-LEITURA-FILE.
       01  CADEIA-LEITURA-RECORD.
           05  CL-CONTEUDO             PIC X(150).
           05  CL-ELO                  PIC X(24).

       FD  RELCAD-FILE.
       01  RELCAD-LINHA                PIC X(132).

       FD  REAVAL-FILE.
       01  REAVAL-RECORD.
           05  RV-PERIODO              PIC X(07).
           05  RV-DATA                 PIC X(10).
           05  RV-HORA                 PIC X(08).
           05  RV-SUPERVISOR           PIC X(10).
           05  RV-DATA-FECHAMENTO      PIC X(10).
           05  RV-GL-SEQUENCIA         PIC 9(06).
           05  RV-CONVERSOES           PIC 9(06).
           05  RV-VARIACAO             PIC S9(15)V9(2).

       FD  REAVAL-TRAVA-FILE.
       01  REAVAL-TRAVA-RECORD         PIC X(10).

       FD  RELRVC-FILE.
       01  RELRVC-LINHA                PIC X(132).

       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-RECORD.
           05  OR-CENTRO-CUSTO         PIC X(08).
           05  OR-PERIODO              PIC X(07).
           05  OR-VALOR                PIC S9(13)V9(2).
           05  OR-ATUALIZADO-EM        PIC X(10).
           05  OR-ATUALIZADO-POR       PIC X(10).

       FD  ORCAMENTO-TRAVA-FILE.
       01  ORCAMENTO-TRAVA-RECORD      PIC X(10).

       FD  RELORC-FILE.
       01  RELORC-LINHA                PIC X(132).

       FD  JORNAL-FILE.
       01  JORNAL-RECORD.
           05  JR-DATA                 PIC X(10).
           05  JR-HORA                 PIC X(08).
           05  JR-OPERADOR             PIC X(10).
           05  JR-ARQUIVO              PIC X(10).
           05  JR-ACAO                 PIC X(01).
           05  JR-CHAVE                PIC X(20).
           05  JR-ANTES                PIC X(70).
           05  JR-DEPOIS               PIC X(70).

       FD  RELJOR-FILE.
       01  RELJOR-LINHA                PIC X(132).

      * Leitura dos logs arquivados na reexecucao (mesmo layout do
      * LOG-RECORD); o log da sessao nao e aberto
       FD  REEXEC-LOG-FILE.
       01  REEXEC-LOG-RECORD.
           05  RX-DATA                 PIC X(10).
           05  RX-HORA                 PIC X(08).
           05  RX-OPERADOR-ID          PIC X(10).
           05  RX-TIPO-CALCULO         PIC X(01).
           05  RX-OPERANDO1            PIC S9(10)V9(2).
           05  RX-OPERADOR-CHAR        PIC X(04).
           05  RX-OPERANDO2            PIC S9(10)V9(2).
           05  RX-RESULTADO            PIC S9(15)V9(2).
           05  RX-ERRO-FLAG            PIC X(01).
           05  RX-ERRO-TIPO            PIC X(16).
           05  RX-EXPRESSAO-TXT        PIC X(50).
           05  RX-CENTRO-CUSTO         PIC X(08).
           05  RX-RETIDO-FLAG          PIC X(01).
           05  RX-ELO                  PIC X(24).

       FD  RELRPL-FILE.
       01  RELRPL-LINHA                PIC X(132).

      * Catalogo das copias de seguranca: um registro por arquivo
      * copiado no fechamento ou log expirado movido para a area
      * de backup (situacao C-copiado, A-ausente, E-erro, L-log)
       FD  BACKUP-CAT-FILE.
       01  BACKUP-CAT-RECORD.
           05  BK-GERACAO              PIC X(08).
           05  BK-DATA                 PIC X(10).
           05  BK-HORA                 PIC X(08).
           05  BK-SITUACAO             PIC X(01).
           05  BK-REGISTROS            PIC 9(07).
           05  BK-ARQUIVO              PIC X(40).
           05  BK-COPIA                PIC X(60).

       FD  BACKUP-CAT-TMP-FILE.
       01  BACKUP-CAT-TMP-RECORD       PIC X(134).

       FD  BACKUP-PARAM-FILE.
       01  BACKUP-PARAM-RECORD.
           05  BP-GERACOES             PIC 9(02).

      * Copia linha a linha de qualquer arquivo de cadastro ou
      * controle (todos sequenciais de linha, registros menores que
      * a linha de copia)
       FD  BKP-ORIGEM-FILE.
       01  BKP-ORIGEM-LINHA            PIC X(512).

       FD  BKP-DESTINO-FILE.
       01  BKP-DESTINO-LINHA           PIC X(512).

      * Biblioteca de formulas: nome, parametros (ate 3) e corpo da
      * expressao em termos dos parametros, constantes e numeros
       FD  FORMULA-FILE.
       01  FORMULA-RECORD.
           05  FM-NOME                 PIC X(10).
           05  FM-QTD-PARAM            PIC 9(01).
           05  FM-PARAM                PIC X(10) OCCURS 3 TIMES.
           05  FM-CORPO                PIC X(50).

       FD  FORMULA-TRAVA-FILE.
       01  FORMULA-TRAVA-RECORD        PIC X(10).

      * Calendario de feriados: tipo 'N' nacional, 'B' bancario
       FD  FERIADO-FILE.
       01  FERIADO-RECORD.
           05  FR-DATA                 PIC X(10).
           05  FR-TIPO                 PIC X(01).
           05  FR-DESCRICAO            PIC X(30).

       FD  FERIADO-TRAVA-FILE.
       01  FERIADO-TRAVA-RECORD        PIC X(10).

      * Lista anual fornecida para carga: mesmo leiaute do cadastro
       FD  FERIADO-IMP-FILE.
       01  FERIADO-IMP-RECORD.
           05  FI-DATA                 PIC X(10).
           05  FI-TIPO                 PIC X(01).
           05  FI-DESCRICAO            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-MENU-OPCAO           PIC X(2).
       01  WS-ENVIO-TRAVA-FILENAME PIC X(40)
           VALUE 'gl_envios.trava'.
       01  WS-ENVIO-TRAVA-STATUS   PIC X(2).
      * Prazo em dias uteis (calendario nacional) para o GL
      * responder um envio antes de a sequencia aparecer como excecao
       01  WS-CONFIRMACAO-DIAS     PIC 9(3) VALUE 2.
       01  WS-GLC-DATA-NUM-X       PIC X(8).
       01  WS-GLC-DATA-NUM         PIC 9(8).
       01  WS-ARQUIVO-LOG-DIA      PIC X(40).
       01  WS-RETENCAO-DIAS        PIC 9(3) VALUE 90.
       01  WS-FECHAMENTO-OK        PIC X(1).
       01  WS-FECHAMENTO-CONFIRMADO PIC X(1).
       01  WS-DATA-INI             PIC X(10).
       01  WS-DATA-FIM             PIC X(10).
       01  WS-DATA-NUM             PIC 9(8).
       01  WS-CAMBIO-DATA-NUM      PIC 9(8).
       01  WS-CAMBIO-INT-VIG       PIC S9(9).
       01  WS-CAMBIO-INT-HOJE      PIC S9(9).

       01  WS-CIMP-CAB1.
           05  FILLER              PIC X(42)
       01  WS-CON-RESULT-EDIT      PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CON-RESPOSTA         PIC X(1).
       01  WS-CON-LINHAS-PAGINA    PIC 9(2) VALUE 20.
       01  WS-CON-ATENDE           PIC X(1).

      * Estorno de calculo exportado: o supervisor escolhe o
      * original no log de auditoria com os filtros da consulta; o
      * contra-lancamento sai no envio corrente do GL com os sinais
      * invertidos e um registro proprio no log aponta data, hora e
      * operador do original. Cada estorno fica em estornos.dat,
      * que impede estornar o mesmo calculo duas vezes (calculos
      * identicos no mesmo segundo contam como ocorrencias
      * distintas) e alimenta o relatorio dos auditores
       01  WS-ESTORNO-FILENAME     PIC X(40) VALUE 'estornos.dat'.
       01  WS-ESTORNO-STATUS       PIC X(2).
       01  WS-ESTORNO-EOF          PIC X(1).
       01  WS-ESTORNO-TRAVA-FILENAME PIC X(40)
           VALUE 'estornos.trava'.
       01  WS-ESTORNO-TRAVA-STATUS PIC X(2).
       01  WS-TABELA-CAND-ESTORNO.
           05  WS-ECA-QTD          PIC 9(3) VALUE 0.
           05  WS-ECA-ENT OCCURS 100 TIMES.
               10  WS-ECA-ORIGINAL.
                   15  WS-ECA-DATA PIC X(10).
                   15  WS-ECA-HORA PIC X(8).
                   15  WS-ECA-OPERADOR PIC X(10).
                   15  WS-ECA-TIPO PIC X(1).
                   15  WS-ECA-OPERANDO1 PIC S9(10)V9(2).
                   15  WS-ECA-OPERADOR-CHAR PIC X(4).
                   15  WS-ECA-OPERANDO2 PIC S9(10)V9(2).
                   15  WS-ECA-RESULTADO PIC S9(15)V9(2).
                   15  WS-ECA-CC   PIC X(8).
                   15  WS-ECA-EXPRESSAO PIC X(50).
       01  WS-ECA-IDX              PIC 9(3).
       01  WS-ECA-IDX2             PIC 9(3).
       01  WS-ECA-OVERFLOW         PIC X(1).
       01  WS-EST-ORIGINAL.
           05  WS-EST-ORIG-DATA    PIC X(10).
           05  WS-EST-ORIG-HORA    PIC X(8).
           05  WS-EST-ORIG-OPERADOR PIC X(10).
           05  WS-EST-ORIG-TIPO    PIC X(1).
           05  WS-EST-ORIG-OPERANDO1 PIC S9(10)V9(2).
           05  WS-EST-ORIG-OPERADOR-CHAR PIC X(4).
           05  WS-EST-ORIG-OPERANDO2 PIC S9(10)V9(2).
           05  WS-EST-ORIG-RESULTADO PIC S9(15)V9(2).
           05  WS-EST-ORIG-CC      PIC X(8).
           05  WS-EST-ORIG-EXPRESSAO PIC X(50).
       01  WS-EST-TEXTO            PIC X(10).
       01  WS-EST-OCORRENCIAS      PIC 9(3).
       01  WS-EST-JA-ESTORNADOS    PIC 9(3).
       01  WS-EST-DATA-ANTERIOR    PIC X(10).
       01  WS-EST-SUPERVISOR-ANTERIOR PIC X(10).
       01  WS-EST-MOTIVO           PIC X(30).
       01  WS-EST-CONFIRMA         PIC X(1).
       01  WS-EST-GRAVADO          PIC X(1).
       01  WS-EST-TAXA             PIC X(12).
       01  WS-RELEST-FILENAME      PIC X(40)
           VALUE 'relatorio_estornos.txt'.
       01  WS-RELEST-STATUS        PIC X(2).
       01  WS-RELEST-PAGINA        PIC 9(3).
       01  WS-RELEST-LINHAS        PIC 9(2).
       01  WS-RELEST-QTD           PIC 9(6).
       01  WS-RELEST-TOTAL         PIC S9(15)V9(2).

       01  WS-RELEST-CAB1.
           05  FILLER              PIC X(30)
               VALUE 'RELATORIO DE ESTORNOS - DATA: '.
           05  WS-REC1-DATA        PIC X(10).
           05  FILLER              PIC X(43) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-REC1-PAGINA      PIC ZZ9.
       01  WS-RELEST-CAB2.
           05  FILLER              PIC X(09) VALUE 'REGISTRO'.
           05  FILLER              PIC X(11) VALUE 'DATA'.
           05  FILLER              PIC X(09) VALUE 'HORA'.
           05  FILLER              PIC X(11) VALUE 'OPERADOR'.
           05  FILLER              PIC X(02) VALUE 'T'.
           05  FILLER              PIC X(08) VALUE 'CENTRO'.
           05  FILLER              PIC X(19)
               VALUE '          RESULTADO'.
           05  FILLER              PIC X(08) VALUE ' ENVIO'.
           05  FILLER              PIC X(21)
               VALUE 'EXPRESSAO / MOTIVO'.
       01  WS-RELEST-DETALHE.
           05  WS-RED-ROTULO       PIC X(09).
           05  WS-RED-DATA         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RED-HORA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RED-OPERADOR     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RED-TIPO         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RED-CC           PIC X(08).
           05  WS-RED-RESULTADO    PIC -(15)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RED-ENVIO        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RED-TEXTO        PIC X(50).
       01  WS-RELEST-TOTAIS.
           05  FILLER              PIC X(19)
               VALUE 'TOTAL DE ESTORNOS: '.
           05  WS-RET-QTD          PIC ZZZZZ9.
           05  FILLER              PIC X(19)
               VALUE '  VALOR ESTORNADO: '.
           05  WS-RET-VALOR        PIC -(15)9.99.

      * Reconciliacao do fechamento: totais do dia dos calculos
      * bem-sucedidos no log de auditoria contra os detalhes do dia
           05  WS-AT-PAGO          PIC -(12)9.99.
           05  WS-AT-JUROS         PIC -(12)9.99.

      * Contratos de financiamento: o PRICE/SAC da opcao 18 gravado
      * como contrato (contratos.dat) com uma parcela por registro
      * em parcelas.dat; a baixa de parcela e a quitacao do
      * contrato regravam o arquivo por copia (.tmp + rename) sob a
      * trava de contratos, sem limite de tabela em memoria
       01  WS-CONTRATO-FILENAME    PIC X(40) VALUE 'contratos.dat'.
       01  WS-CONTRATO-TMP-FILENAME PIC X(44)
           VALUE 'contratos.dat.tmp'.
       01  WS-CONTRATO-STATUS      PIC X(2).
       01  WS-CONTRATO-TMP-STATUS  PIC X(2).
       01  WS-CONTRATO-EOF         PIC X(1).
       01  WS-PARCELA-FILENAME     PIC X(40) VALUE 'parcelas.dat'.
       01  WS-PARCELA-TMP-FILENAME PIC X(44)
           VALUE 'parcelas.dat.tmp'.
       01  WS-PARCELA-STATUS       PIC X(2).
       01  WS-PARCELA-TMP-STATUS   PIC X(2).
       01  WS-PARCELA-EOF          PIC X(1).
       01  WS-CONTRATO-TRAVA-FILENAME PIC X(40)
           VALUE 'contratos.trava'.
       01  WS-CONTRATO-TRAVA-STATUS PIC X(2).
       01  WS-CTR-OPCAO            PIC X(1).
       01  WS-CTR-RESPOSTA         PIC X(1).
       01  WS-CTR-NUMERO           PIC 9(6).
       01  WS-CTR-MAX-NUMERO       PIC 9(6).
       01  WS-CTR-TEXTO            PIC X(10).
       01  WS-CTR-DATA             PIC X(10).
       01  WS-CTR-HORA             PIC X(8).
       01  WS-CTR-DESCRICAO        PIC X(30).
       01  WS-CTR-VENC-BASE        PIC X(10).
       01  WS-CTR-VENCIMENTO       PIC X(10).
       01  WS-CTR-VENC-NOMINAL     PIC X(10).
       01  WS-CTR-ACHOU            PIC X(1).
       01  WS-CTR-SITUACAO         PIC X(7).
       01  WS-CTR-GRAVA-OK         PIC X(1).
       01  WS-CTR-EXIBIDOS         PIC 9(6).
       01  WS-CTR-ANO              PIC 9(4).
       01  WS-CTR-MES              PIC 9(2).
       01  WS-CTR-DIA              PIC 9(2).
       01  WS-CTR-MESES            PIC 9(4).
       01  WS-CTR-ANOS-ADIC        PIC 9(4).
       01  WS-CTR-ULTIMO-DIA       PIC 9(2).
       01  WS-CTR-VALOR-EDIT       PIC -(10)9.99.
       01  WS-CTR-TAXA-EDIT        PIC -(3)9.9(6).
      * Contrato localizado (para a baixa e a quitacao)
       01  WS-CTR-LIDO.
           05  WS-CTL-NUMERO       PIC 9(6).
           05  WS-CTL-DATA         PIC X(10).
           05  WS-CTL-HORA         PIC X(8).
           05  WS-CTL-OPERADOR     PIC X(10).
           05  WS-CTL-SISTEMA      PIC X(5).
           05  WS-CTL-VALOR        PIC S9(10)V9(2).
           05  WS-CTL-TAXA-PCT     PIC S9(3)V9(6).
           05  WS-CTL-PARCELAS     PIC 9(3).
           05  WS-CTL-PRIMEIRO-VENCTO PIC X(10).
           05  WS-CTL-CC           PIC X(8).
           05  WS-CTL-DESCRICAO    PIC X(30).
           05  WS-CTL-STATUS       PIC X(1).
      * Baixa de parcela
       01  WS-PAR-NUMERO           PIC 9(3).
       01  WS-PAR-DATA-PAGTO       PIC X(10).
       01  WS-PAR-ABERTAS          PIC 9(3).
       01  WS-PAR-ACHOU            PIC X(1).
       01  WS-PAR-BAIXADA          PIC X(1).
       01  WS-PAR-COPIA-OK         PIC X(1).
       01  WS-PAR-EXIBIDAS         PIC 9(3).
      * Saldo para quitacao em uma data: prestacoes vencidas e nao
      * pagas ate a data, principal das parcelas a vencer e juros
      * da parcela corrente proporcionais aos dias decorridos
       01  WS-QUI-DATA             PIC X(10).
       01  WS-QUI-VENCIDO          PIC S9(15)V9(2).
       01  WS-QUI-QTD-VENCIDAS     PIC 9(3).
       01  WS-QUI-PRINCIPAL        PIC S9(15)V9(2).
       01  WS-QUI-QTD-A-VENCER     PIC 9(3).
       01  WS-QUI-JUROS-PRO-RATA   PIC S9(15)V9(2).
       01  WS-QUI-TOTAL            PIC S9(15)V9(2).
       01  WS-QUI-VENC-ANTERIOR    PIC X(10).
       01  WS-QUI-CORRENTE-ACHADA  PIC X(1).
       01  WS-QUI-PARCELA-CORRENTE PIC X(1).
       01  WS-QUI-INT-DATA         PIC S9(9).
       01  WS-QUI-INT-ANTERIOR     PIC S9(9).
       01  WS-QUI-INT-VENCTO       PIC S9(9).
      * Relatorio mensal de parcelas a vencer e vencidas, por
      * centro de custo e contrato
       01  WS-RELVEN-FILENAME      PIC X(40)
           VALUE 'parcelas_vencimento.txt'.
       01  WS-RELVEN-STATUS        PIC X(2).
       01  WS-RELVEN-PAGINA        PIC 9(3).
       01  WS-RELVEN-LINHAS        PIC 9(2).
       01  WS-VEN-MES              PIC X(7).
       01  WS-VEN-MES-INI          PIC X(10).
       01  WS-VEN-CC-ATUAL         PIC X(8).
       01  WS-VEN-CC-PROXIMO       PIC X(8).
       01  WS-VEN-CC-ACHOU         PIC X(1).
       01  WS-VEN-CC-IMPRESSO      PIC X(1).
       01  WS-VEN-CC-TEVE-LINHA    PIC X(1).
       01  WS-VEN-SITUACAO         PIC X(8).
       01  WS-VEN-LINHAS-CTR       PIC 9(3).
       01  WS-VEN-CTR-A-VENCER     PIC S9(15)V9(2).
       01  WS-VEN-CTR-VENCIDO      PIC S9(15)V9(2).
       01  WS-VEN-CTR-PAGO         PIC S9(15)V9(2).
       01  WS-VEN-CC-A-VENCER      PIC S9(15)V9(2).
       01  WS-VEN-CC-VENCIDO       PIC S9(15)V9(2).
       01  WS-VEN-CC-PAGO          PIC S9(15)V9(2).
       01  WS-VEN-GER-A-VENCER     PIC S9(15)V9(2).
       01  WS-VEN-GER-VENCIDO      PIC S9(15)V9(2).
       01  WS-VEN-GER-PAGO         PIC S9(15)V9(2).
       01  WS-TABELA-CONTRATOS.
           05  WS-CTT-QTD          PIC 9(3) VALUE 0.
           05  WS-CTT-ENT OCCURS 200 TIMES.
               10  WS-CTT-NUMERO   PIC 9(6).
               10  WS-CTT-CC       PIC X(8).
               10  WS-CTT-DESCRICAO PIC X(30).
       01  WS-CTT-IDX              PIC 9(3).
       01  WS-CTT-OVERFLOW         PIC X(1).

       01  WS-RELVEN-CAB1.
           05  FILLER              PIC X(36)
               VALUE 'PARCELAS A VENCER E VENCIDAS - MES: '.
           05  WS-RVC1-MES         PIC X(7).
           05  FILLER              PIC X(08) VALUE '  DATA: '.
           05  WS-RVC1-DATA        PIC X(10).
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-RVC1-PAGINA      PIC ZZ9.
       01  WS-RELVEN-CAB2.
           05  FILLER              PIC X(09) VALUE 'CONTRATO'.
           05  FILLER              PIC X(05) VALUE 'PARC'.
           05  FILLER              PIC X(11) VALUE 'VENCIMENTO'.
           05  FILLER              PIC X(16) VALUE '       PRESTACAO'.
           05  FILLER              PIC X(16) VALUE '       PRINCIPAL'.
           05  FILLER              PIC X(16) VALUE '           JUROS'.
           05  FILLER              PIC X(16) VALUE '           SALDO'.
           05  FILLER              PIC X(10) VALUE '  SITUACAO'.
       01  WS-RELVEN-CC-LINHA.
           05  FILLER              PIC X(17)
               VALUE 'CENTRO DE CUSTO: '.
           05  WS-RVCC-CODIGO      PIC X(8).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  WS-RVCC-DESCRICAO   PIC X(30).
       01  WS-RELVEN-DETALHE.
           05  WS-RVD-CONTRATO     PIC 9(6).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RVD-PARCELA      PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RVD-VENCIMENTO   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RVD-PRESTACAO    PIC -(12)9.99.
           05  WS-RVD-PRINCIPAL    PIC -(12)9.99.
           05  WS-RVD-JUROS        PIC -(12)9.99.
           05  WS-RVD-SALDO        PIC -(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RVD-SITUACAO     PIC X(8).
       01  WS-RELVEN-TOTAL.
           05  WS-RVT-ROTULO       PIC X(25).
           05  FILLER              PIC X(10) VALUE ' A VENCER '.
           05  WS-RVT-A-VENCER     PIC -(15)9.99.
           05  FILLER              PIC X(10) VALUE '  VENCIDO '.
           05  WS-RVT-VENCIDO      PIC -(15)9.99.
           05  FILLER              PIC X(07) VALUE '  PAGO '.
           05  WS-RVT-PAGO         PIC -(15)9.99.

      * Conversao de datas AAAA-MM-DD para o inteiro do calendario
      * (e volta), compartilhada pelos cadastros com vencimento
       01  WS-DTU-TEXTO            PIC X(10).
       01  WS-DTU-NUM-X            PIC X(8).
       01  WS-DTU-NUM              PIC 9(8).
       01  WS-DTU-INT              PIC S9(9).
       01  WS-DTU-OK               PIC X(1).

      * Calendario de periodos contabeis: um registro por mes ja
      * tratado em periodos.dat (mes ausente do arquivo esta
      * aberto); o fechamento do mes marca o periodo 'F' e nenhum
      * caminho que grava no GL aceita data de periodo fechado
       01  WS-PERIODO-FILENAME     PIC X(40) VALUE 'periodos.dat'.
       01  WS-PERIODO-STATUS       PIC X(2).
       01  WS-PERIODO-EOF          PIC X(1).
       01  WS-PERIODO-TMP-FILENAME PIC X(44)
           VALUE 'periodos.dat.tmp'.
       01  WS-PERIODO-TMP-STATUS   PIC X(2).
       01  WS-PERIODO-TRAVA-FILENAME PIC X(40)
           VALUE 'periodos.trava'.
       01  WS-PERIODO-TRAVA-STATUS PIC X(2).
       01  WS-TABELA-PERIODOS.
           05  WS-PRD-QTD          PIC 9(3) VALUE 0.
           05  WS-PRD-ENT OCCURS 240 TIMES.
               10  WS-PRD-PERIODO  PIC X(7).
               10  WS-PRD-INICIO   PIC X(10).
               10  WS-PRD-FIM      PIC X(10).
               10  WS-PRD-STATUS   PIC X(1).
               10  WS-PRD-FECHADO-EM  PIC X(10).
               10  WS-PRD-FECHADO-POR PIC X(10).
       01  WS-PRD-IDX              PIC 9(3).
       01  WS-PRD-ACHOU            PIC X(1).
       01  WS-PRD-OVERFLOW         PIC X(1).
       01  WS-PRD-BUSCA            PIC X(7).
       01  WS-PRD-GRAVA-OK         PIC X(1).
       01  WS-PER-OPCAO            PIC X(1).
       01  WS-PER-RESPOSTA         PIC X(1).
       01  WS-PER-ENTRADA          PIC X(7).
       01  WS-PER-PERIODO          PIC X(7).
       01  WS-PER-DATA             PIC X(10).
       01  WS-PER-FECHADO          PIC X(1).
       01  WS-PER-DESTINO          PIC X(7).
       01  WS-PER-DESTINO-DATA     PIC X(10).
       01  WS-PER-ANO              PIC 9(4).
       01  WS-PER-MES              PIC 9(2).
       01  WS-PER-INICIO           PIC X(10).
       01  WS-PER-FIM              PIC X(10).
       01  WS-PER-FIM-NUM          PIC X(8).
       01  WS-PER-DIAS-MES         PIC 9(2).
       01  WS-PER-DIA              PIC 9(2).
       01  WS-PER-FECHA-OK         PIC X(1).
       01  WS-PER-CONTADOR         PIC 9(6).
       01  WS-PER-PRIMEIRO-DIA     PIC X(10).
       01  WS-PER-COB-INICIO       PIC X(10).
       01  WS-PER-ORIGEM           PIC X(15).
       01  WS-PER-ACAO             PIC X(10).
       01  WS-PER-QTD-AUDIT        PIC 9(6).
      * Envio tardio (sessao consolidada ou orfa recuperada depois
      * do fechamento do mes): detalhes com data de periodo fechado
      * sao levados ao primeiro dia do proximo periodo aberto
       01  WS-PER-DESVIOS          PIC 9(6).
       01  WS-PER-DESVIO-ENVIO     PIC 9(6).
       01  WS-PER-DESVIO-ORIGEM    PIC X(7).
       01  WS-PER-DESVIO-DESTINO   PIC X(10).
      * Totais do mes tirados do resumo diario para o fechamento
       01  WS-TABELA-DIAS-MES.
           05  WS-PDM-ENT OCCURS 31 TIMES.
               10  WS-PDM-COBERTO  PIC X(1).
               10  WS-PDM-CALCULOS PIC 9(7).
               10  WS-PDM-ERROS    PIC 9(7).
               10  WS-PDM-TOTAL    PIC S9(15)V9(2).
       01  WS-PME-SOMA             PIC 9(7).
       01  WS-PME-SUBTRACAO        PIC 9(7).
       01  WS-PME-MULTIPLICACAO    PIC 9(7).
       01  WS-PME-DIVISAO          PIC 9(7).
       01  WS-PME-CIENTIFICA       PIC 9(7).
       01  WS-PME-EXPRESSAO        PIC 9(7).
       01  WS-PME-OUTRAS-OP        PIC 9(7).
       01  WS-PME-DIV-ZERO         PIC 9(7).
       01  WS-PME-EXPR-INVALIDA    PIC 9(7).
       01  WS-PME-OUTROS-ERROS     PIC 9(7).
       01  WS-PME-CALCULOS         PIC 9(7).
       01  WS-PME-ERROS            PIC 9(7).
       01  WS-PME-TOTAL            PIC S9(15)V9(2).
      * Registro de auditoria gravado direto no log mestre, nos
      * caminhos em que o log da sessao esta fechado (consolidacao
      * no encerramento, recuperacao de orfaos)
       01  WS-AUD-AGORA            PIC X(21).
       01  WS-AUD-REGISTRO.
           05  WS-AUD-DATA         PIC X(10).
           05  WS-AUD-HORA         PIC X(08).
           05  WS-AUD-OPERADOR-ID  PIC X(10).
           05  WS-AUD-TIPO-CALCULO PIC X(01).
           05  WS-AUD-OPERANDO1    PIC S9(10)V9(2).
           05  WS-AUD-OPERADOR-CHAR PIC X(04).
           05  WS-AUD-OPERANDO2    PIC S9(10)V9(2).
           05  WS-AUD-RESULTADO    PIC S9(15)V9(2).
           05  WS-AUD-ERRO-FLAG    PIC X(01).
           05  WS-AUD-ERRO-TIPO    PIC X(16).
           05  WS-AUD-EXPRESSAO-TXT PIC X(50).
           05  WS-AUD-CENTRO-CUSTO PIC X(08).
           05  WS-AUD-RETIDO-FLAG  PIC X(01).
           05  WS-AUD-ELO          PIC X(24).
      * Resumo impresso do fechamento do mes
       01  WS-RELMES-FILENAME      PIC X(40).
       01  WS-RELMES-STATUS        PIC X(2).
       01  WS-RELMES-CAB1.
           05  FILLER              PIC X(26)
               VALUE 'FECHAMENTO DO MES - PER.: '.
           05  WS-RMC1-PERIODO     PIC X(7).
           05  FILLER              PIC X(09) VALUE '   DATA: '.
           05  WS-RMC1-DATA        PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-RMC1-PAGINA      PIC ZZ9.
       01  WS-RELMES-CAB2.
           05  FILLER              PIC X(12) VALUE 'DATA'.
           05  FILLER              PIC X(10) VALUE '  CALCULOS'.
           05  FILLER              PIC X(10) VALUE '     ERROS'.
           05  FILLER              PIC X(22)
               VALUE '   TOTAL DE RESULTADOS'.
       01  WS-RELMES-DETALHE.
           05  WS-RMD-DATA         PIC X(12).
           05  WS-RMD-CALCULOS     PIC Z(9)9.
           05  WS-RMD-ERROS        PIC Z(9)9.
           05  WS-RMD-TOTAL        PIC -(18)9.99.
       01  WS-RELMES-ITEM.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RMI-ROTULO       PIC X(30).
           05  WS-RMI-VALOR        PIC Z(9)9.

      * Encadeamento do log de auditoria: cada registro que entra no
      * log mestre leva um elo calculado sobre o seu conteudo e o
      * elo do registro anterior; log_cadeia.dat guarda o ultimo elo
      * gravado, ponto de partida quando o mestre acabou de ser
      * arquivado no fechamento do dia
       01  WS-CADEIA-FILENAME      PIC X(40) VALUE 'log_cadeia.dat'.
       01  WS-CADEIA-STATUS        PIC X(2).
       01  WS-CAD-ARQUIVO          PIC X(40).
       01  WS-CADEIA-LEITURA-STATUS PIC X(2).
       01  WS-CADEIA-LEITURA-EOF   PIC X(1).
       01  WS-CAD-ULTIMO           PIC X(24).
       01  WS-CAD-CONTROLE         PIC X(24).
       01  WS-CAD-ULTIMO-MESTRE    PIC X(24).
       01  WS-CAD-CONTROLE-VISTO   PIC X(1).
       01  WS-CAD-BASE.
           05  WS-CAD-BASE-H1      PIC 9(12).
           05  WS-CAD-BASE-H2      PIC 9(12).
       01  WS-CAD-CALCULADO.
           05  WS-CAD-CALC-H1      PIC 9(12).
           05  WS-CAD-CALC-H2      PIC 9(12).
       01  WS-CAD-CONTEUDO         PIC X(150).
       01  WS-CAD-H1               PIC 9(15).
       01  WS-CAD-H2               PIC 9(15).
       01  WS-CAD-POS              PIC 9(3).
      * Verificacao da cadeia: completa (todos os arquivos do
      * catalogo e o mestre) ou do dia (mestre, a partir do ultimo
      * elo do arquivo mais recente)
       01  WS-CAD-MODO             PIC X(1).
       01  WS-CAD-OK               PIC X(1).
       01  WS-CAD-INICIADA         PIC X(1).
       01  WS-CAD-VER-ULTIMO       PIC X(24).
       01  WS-CAD-REG-ARQUIVO      PIC 9(7).
       01  WS-CAD-ARQ-IDX          PIC 9(3).
       01  WS-CAD-TOT-ARQUIVOS     PIC 9(5).
       01  WS-CAD-TOT-REGISTROS    PIC 9(9).
       01  WS-CAD-TOT-ENCADEADOS   PIC 9(9).
       01  WS-CAD-TOT-ANTERIORES   PIC 9(9).
       01  WS-CAD-TOT-QUEBRAS      PIC 9(7).
       01  WS-CAD-TOT-AUSENTES     PIC 9(5).
       01  WS-RELCAD-FILENAME      PIC X(40)
           VALUE 'verificacao_log.txt'.
       01  WS-RELCAD-STATUS        PIC X(2).
       01  WS-RELCAD-PAGINA        PIC 9(3).
       01  WS-RELCAD-LINHAS        PIC 9(2).
       01  WS-RELCAD-CAB1.
           05  FILLER              PIC X(38)
               VALUE 'VERIFICACAO DA CADEIA DO LOG - ESCOPO '.
           05  WS-RCC1-ESCOPO      PIC X(10).
           05  FILLER              PIC X(06) VALUE 'DATA: '.
           05  WS-RCC1-DATA        PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-RCC1-PAGINA      PIC ZZ9.
       01  WS-RELCAD-CAB2.
           05  FILLER              PIC X(42) VALUE 'ARQUIVO'.
           05  FILLER              PIC X(10) VALUE ' REGISTRO'.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'OCORRENCIA'.
       01  WS-RELCAD-DETALHE.
           05  WS-RCD-ARQUIVO      PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RCD-REGISTRO     PIC Z(8)9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RCD-OCORRENCIA   PIC X(60).
       01  WS-RELCAD-TOTAL.
           05  WS-RCT-ROTULO       PIC X(40).
           05  WS-RCT-VALOR        PIC Z(8)9.

      * Reavaliacao cambial do mes: as conversoes exportadas no
      * periodo sao reprecificadas pela taxa vigente no ultimo dia
      * util do mes; a variacao liquida por centro de custo sai em
      * envio proprio do GL e reavaliacoes.dat impede reavaliar o
      * mesmo mes duas vezes
       01  WS-REAVAL-FILENAME      PIC X(40) VALUE 'reavaliacoes.dat'.
       01  WS-REAVAL-STATUS        PIC X(2).
       01  WS-REAVAL-EOF           PIC X(1).
       01  WS-REAVAL-TRAVA-FILENAME PIC X(40)
           VALUE 'reavaliacoes.trava'.
       01  WS-REAVAL-TRAVA-STATUS  PIC X(2).
       01  WS-TABELA-CONVERSOES-MES.
           05  WS-RVC-QTD          PIC 9(3) VALUE 0.
           05  WS-RVC-ENT OCCURS 500 TIMES.
               10  WS-RVC-DATA     PIC X(10).
               10  WS-RVC-HORA     PIC X(08).
               10  WS-RVC-OPERADOR PIC X(10).
               10  WS-RVC-PAR      PIC X(08).
               10  WS-RVC-PAR-IDX  PIC 9(3).
               10  WS-RVC-CC       PIC X(08).
               10  WS-RVC-VALOR    PIC S9(10)V9(2).
               10  WS-RVC-TAXA-ORIG PIC S9(7)V9(6).
               10  WS-RVC-ORIGINAL PIC S9(15)V9(2).
               10  WS-RVC-REAVALIADO PIC S9(15)V9(2).
               10  WS-RVC-VARIACAO PIC S9(15)V9(2).
       01  WS-RVC-IDX              PIC 9(3).
       01  WS-RVC-OVERFLOW         PIC X(1).
       01  WS-TABELA-PARES-REAVAL.
           05  WS-RVP-QTD          PIC 9(3) VALUE 0.
           05  WS-RVP-ENT OCCURS 100 TIMES.
               10  WS-RVP-PAR      PIC X(08).
               10  WS-RVP-TEM-TAXA PIC X(01).
               10  WS-RVP-TAXA     PIC S9(7)V9(6).
               10  WS-RVP-VIGENCIA PIC X(10).
       01  WS-RVP-IDX              PIC 9(3).
       01  WS-RVP-ACHOU            PIC X(1).
       01  WS-TABELA-CC-REAVAL.
           05  WS-RVK-QTD          PIC 9(2) VALUE 0.
           05  WS-RVK-ENT OCCURS 50 TIMES.
               10  WS-RVK-CC       PIC X(08).
               10  WS-RVK-CONVERSOES PIC 9(6).
               10  WS-RVK-ORIGINAL PIC S9(10)V9(2).
               10  WS-RVK-REAVALIADO PIC S9(10)V9(2).
               10  WS-RVK-VARIACAO PIC S9(10)V9(2).
       01  WS-RVK-IDX              PIC 9(2).
       01  WS-RVK-ACHOU            PIC X(1).
      * Conversoes ja estornadas pela opcao 20 nao sao reavaliadas
       01  WS-TABELA-ESTORNOS-CAMBIO.
           05  WS-RVE-QTD          PIC 9(3) VALUE 0.
           05  WS-RVE-ENT OCCURS 200 TIMES.
               10  WS-RVE-DATA     PIC X(10).
               10  WS-RVE-HORA     PIC X(08).
               10  WS-RVE-OPERADOR PIC X(10).
               10  WS-RVE-RESULTADO PIC S9(15)V9(2).
       01  WS-RVE-IDX              PIC 9(3).
       01  WS-RVE-ACHOU            PIC X(1).
       01  WS-RVC-OPCAO            PIC X(1).
       01  WS-RVC-CONFIRMA         PIC X(1).
       01  WS-RVC-DATA-FECHAMENTO  PIC X(10).
       01  WS-RVC-EXPRESSAO        PIC X(50).
       01  WS-RVC-JA-FEITA         PIC X(1).
       01  WS-RVC-ANT-DATA         PIC X(10).
       01  WS-RVC-ANT-SUPERVISOR   PIC X(10).
       01  WS-RVC-ANT-ENVIO        PIC 9(6).
       01  WS-RVC-SEM-TAXA         PIC 9(3).
       01  WS-RVC-ESTOURO          PIC X(1).
       01  WS-RVC-SITUACAO         PIC X(60).
       01  WS-RVC-TOT-IGNORADAS    PIC 9(6).
       01  WS-RVC-TOT-ESTORNADAS   PIC 9(6).
       01  WS-RVC-TOT-ORIGINAL     PIC S9(15)V9(2).
       01  WS-RVC-TOT-REAVALIADO   PIC S9(15)V9(2).
       01  WS-RVC-TOT-VARIACAO     PIC S9(15)V9(2).
       01  WS-RVC-SUB-CONVERSOES   PIC 9(6).
       01  WS-RVC-SUB-VALOR        PIC S9(15)V9(2).
       01  WS-RVC-SUB-ORIGINAL     PIC S9(15)V9(2).
       01  WS-RVC-SUB-REAVALIADO   PIC S9(15)V9(2).
       01  WS-RVC-SUB-VARIACAO     PIC S9(15)V9(2).
      * Envio proprio da reavaliacao, gravado direto no feed mestre
      * sob a trava; a sequencia e os contadores do envio aberto da
      * sessao sao preservados
       01  WS-RVC-GL-OK            PIC X(1).
       01  WS-RVC-ENVIO            PIC 9(6).
       01  WS-RVC-LANCAMENTOS      PIC 9(6).
       01  WS-RVC-SEQ-SESSAO       PIC 9(6).
       01  WS-RVC-CONT-SESSAO      PIC 9(6).
       01  WS-RVC-HASH-OP1         PIC S9(15)V9(2).
       01  WS-RVC-HASH-OP2         PIC S9(15)V9(2).
       01  WS-RVC-HASH-RES         PIC S9(15)V9(2).
       01  WS-RVC-GL-HEADER.
           05  WS-RGH-TIPO         PIC X(1).
           05  WS-RGH-DATA         PIC X(10).
           05  WS-RGH-SEQUENCIA    PIC 9(6).
       01  WS-RVC-GL-DETALHE.
           05  WS-RGD-TIPO         PIC X(1).
           05  WS-RGD-DATA         PIC X(10).
           05  WS-RGD-OPERADOR     PIC X(10).
           05  WS-RGD-TIPO-OP      PIC X(10).
           05  WS-RGD-OPERANDO1    PIC -(10)9.99.
           05  WS-RGD-OPERANDO2    PIC -(10)9.99.
           05  WS-RGD-RESULTADO    PIC -(15)9.99.
           05  WS-RGD-TAXA         PIC X(12).
           05  WS-RGD-CENTRO-CUSTO PIC X(08).
       01  WS-RVC-GL-SUBTOTAL.
           05  WS-RGS-TIPO         PIC X(1).
           05  WS-RGS-CENTRO-CUSTO PIC X(8).
           05  WS-RGS-CONTAGEM     PIC 9(6).
           05  WS-RGS-RESULTADO    PIC -(15)9.99.
       01  WS-RVC-GL-TRAILER.
           05  WS-RGT-TIPO         PIC X(1).
           05  WS-RGT-SEQUENCIA    PIC 9(6).
           05  WS-RGT-CONTAGEM     PIC 9(6).
           05  WS-RGT-HASH-OP1     PIC -(15)9.99.
           05  WS-RGT-HASH-OP2     PIC -(15)9.99.
           05  WS-RGT-HASH-RES     PIC -(15)9.99.
      * Relatorio da reavaliacao por par de moedas e centro de custo
       01  WS-RELRVC-FILENAME      PIC X(40).
       01  WS-RELRVC-STATUS        PIC X(2).
       01  WS-RELRVC-PAGINA        PIC 9(3).
       01  WS-RELRVC-LINHAS        PIC 9(2).
       01  WS-RVC-LINHA            PIC X(132).
       01  WS-RELRVC-CAB1.
           05  FILLER              PIC X(28)
               VALUE 'REAVALIACAO CAMBIAL - PER.: '.
           05  WS-RRC1-PERIODO     PIC X(7).
           05  FILLER              PIC X(15) VALUE '   FECHAMENTO: '.
           05  WS-RRC1-FECHAMENTO  PIC X(10).
           05  FILLER              PIC X(09) VALUE '   DATA: '.
           05  WS-RRC1-DATA        PIC X(10).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-RRC1-PAGINA      PIC ZZ9.
       01  WS-RELRVC-CAB2.
           05  FILLER              PIC X(11) VALUE 'DATA'.
           05  FILLER              PIC X(09) VALUE 'HORA'.
           05  FILLER              PIC X(11) VALUE 'OPERADOR'.
           05  FILLER              PIC X(09) VALUE 'C.CUSTO'.
           05  FILLER              PIC X(12) VALUE '  TAXA ORIG.'.
           05  FILLER              PIC X(12) VALUE '  TAXA FECH.'.
           05  FILLER              PIC X(17)
               VALUE '  VALOR NA ORIGEM'.
           05  FILLER              PIC X(17)
               VALUE ' CONVERTIDO ORIG.'.
           05  FILLER              PIC X(17)
               VALUE '       REAVALIADO'.
           05  FILLER              PIC X(17)
               VALUE '      GANHO/PERDA'.
       01  WS-RELRVC-PAR.
           05  FILLER              PIC X(04) VALUE 'PAR '.
           05  WS-RRP-PAR          PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-RRP-TEXTO        PIC X(70).
       01  WS-RELRVC-DETALHE.
           05  WS-RRD-DATA         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-HORA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-OPERADOR     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-CC           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-TAXA-ORIG    PIC -(3)9.9(6).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-TAXA-FECH    PIC -(3)9.9(6).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-VALOR        PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-ORIGINAL     PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-REAVALIADO   PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRD-VARIACAO     PIC -(12)9.99.
       01  WS-RELRVC-SUBTOTAL.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RRS-ROTULO       PIC X(60).
           05  WS-RRS-VALOR        PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRS-ORIGINAL     PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRS-REAVALIADO   PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRS-VARIACAO     PIC -(12)9.99.
       01  WS-RELRVC-CC.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-RRK-CC           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-RRK-CONVERSOES   PIC Z(5)9.
           05  FILLER              PIC X(61) VALUE ' CONVERSOES'.
           05  WS-RRK-ORIGINAL     PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRK-REAVALIADO   PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RRK-VARIACAO     PIC -(12)9.99.
       01  WS-RELRVC-TOTAL.
           05  WS-RRT-ROTULO       PIC X(40).
           05  WS-RRT-VALOR        PIC Z(8)9.
       01  WS-RELRVC-TOTAL-VALOR.
           05  WS-RRV-ROTULO       PIC X(40).
           05  WS-RRV-VALOR        PIC -(15)9.99.
      * Dia util: sabado, domingo e os feriados do calendario nao
      * contam. Escopo 'B' (bancario: cambio e vencimentos) pula os
      * feriados nacionais e bancarios; escopo 'N' (prazo do GL e
      * fechamento do dia) pula so os nacionais. Quem chama carrega
      * o calendario (CARREGAR-FERIADOS) antes
       01  WS-DUT-INT              PIC S9(9).
       01  WS-DUT-DIA-SEMANA       PIC 9(1).
       01  WS-DUT-UTIL             PIC X(1).
       01  WS-DUT-ESCOPO           PIC X(1) VALUE 'B'.
       01  WS-DUT-FERIADO          PIC X(30).
       01  WS-DUT-INT-DE           PIC S9(9).
       01  WS-DUT-INT-ATE          PIC S9(9).
       01  WS-DUT-QTD-UTEIS        PIC 9(5).

      * Orcamento mensal por centro de custo (orcamentos.dat, chave
      * centro + AAAA-MM): o consumo do mes e o realizado exportado
      * ao GL mais os calculos retidos; no lote o calculo que estoura
      * o orcamento vai para pendentes.dat, no modo interativo so
      * gera aviso
       01  WS-ORCAMENTO-FILENAME   PIC X(40) VALUE 'orcamentos.dat'.
       01  WS-ORCAMENTO-STATUS     PIC X(2).
       01  WS-ORCAMENTO-EOF        PIC X(1).
       01  WS-ORCAMENTO-TRAVA-FILENAME PIC X(40)
           VALUE 'orcamentos.trava'.
       01  WS-ORCAMENTO-TRAVA-STATUS PIC X(2).
       01  WS-TABELA-ORCAMENTOS.
           05  WS-ORC-QTD          PIC 9(3) VALUE 0.
           05  WS-ORC-ENT OCCURS 600 TIMES.
               10  WS-ORC-CC       PIC X(08).
               10  WS-ORC-MES      PIC X(07).
               10  WS-ORC-VALOR    PIC S9(13)V9(2).
               10  WS-ORC-DATA     PIC X(10).
               10  WS-ORC-OPERADOR PIC X(10).
       01  WS-ORC-IDX              PIC 9(3).
       01  WS-ORC-ACHOU            PIC X(1).
       01  WS-ORC-OVERFLOW         PIC X(1).
       01  WS-ORC-OPCAO            PIC X(1).
       01  WS-ORC-CC-BUSCA         PIC X(8).
       01  WS-ORC-PERIODO          PIC X(7).
       01  WS-ORC-ENTRADA          PIC X(7).
       01  WS-ORC-VALOR-NOVO       PIC S9(13)V9(2).
       01  WS-ORC-VALOR-ANTERIOR   PIC S9(13)V9(2).
       01  WS-ORC-VALOR-EDIT       PIC -(12)9.99.
       01  WS-ORC-GRAVA-OK         PIC X(1).
      * 'S' enquanto um registro de lote (opcao 4, modo automatico
      * ou reprocessamento) passa por REGISTRAR-RESULTADO
       01  WS-ORC-EM-LOTE          PIC X(1) VALUE 'N'.
       01  WS-ORC-ESTOURO          PIC X(1) VALUE 'N'.
       01  WS-ORC-PROJETADO        PIC S9(15)V9(2).
       01  WS-ORC-SESSAO           PIC S9(15)V9(2).
       01  WS-ORC-CONSUMIDO        PIC S9(15)V9(2).
       01  WS-ORC-SALDO            PIC S9(15)V9(2).
       01  WS-ORC-PCT              PIC S9(7)V9(1).
      * Consumo por centro no mes WS-OCS-PERIODO; no lote a tabela e
      * carregada uma vez por execucao e os calculos do proprio lote
      * entram pelos subtotais da sessao e pelos retidos somados
       01  WS-OCS-PERIODO          PIC X(7) VALUE SPACES.
       01  WS-TABELA-CONSUMO-CC.
           05  WS-OCS-QTD          PIC 9(2) VALUE 0.
           05  WS-OCS-ENT OCCURS 80 TIMES.
               10  WS-OCS-CC       PIC X(08).
               10  WS-OCS-TEM-ORC  PIC X(01).
               10  WS-OCS-ORCADO   PIC S9(13)V9(2).
               10  WS-OCS-REALIZADO PIC S9(15)V9(2).
               10  WS-OCS-RETIDO   PIC S9(15)V9(2).
       01  WS-OCS-IDX              PIC 9(2).
       01  WS-OCS-ACHOU            PIC X(1).
       01  WS-OCS-OVERFLOW         PIC X(1).
       01  WS-OCS-BUSCA            PIC X(8).
      * Relatorio orcado x realizado do mes por centro de custo
       01  WS-RELORC-FILENAME      PIC X(40).
       01  WS-RELORC-STATUS        PIC X(2).
       01  WS-RELORC-PAGINA        PIC 9(3).
       01  WS-RELORC-LINHAS        PIC 9(2).
       01  WS-ORC-TOT-ORCADO       PIC S9(15)V9(2).
       01  WS-ORC-TOT-REALIZADO    PIC S9(15)V9(2).
       01  WS-ORC-TOT-RETIDO       PIC S9(15)V9(2).
       01  WS-ORC-TOT-SALDO        PIC S9(15)V9(2).
       01  WS-ORC-TOT-ACIMA        PIC 9(3).
       01  WS-RELORC-CAB1.
           05  FILLER              PIC X(41)
               VALUE 'ORCADO X REALIZADO POR CENTRO DE CUSTO - '.
           05  FILLER              PIC X(09) VALUE 'PERIODO: '.
           05  WS-ROC1-PERIODO     PIC X(7).
           05  FILLER              PIC X(09) VALUE '   DATA: '.
           05  WS-ROC1-DATA        PIC X(10).
           05  FILLER              PIC X(33) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-ROC1-PAGINA      PIC ZZ9.
       01  WS-RELORC-CAB2.
           05  FILLER              PIC X(09) VALUE 'C.CUSTO'.
           05  FILLER              PIC X(31) VALUE 'DESCRICAO'.
           05  FILLER              PIC X(17) VALUE '          ORCADO'.
           05  FILLER              PIC X(17)
               VALUE '  REALIZADO (GL)'.
           05  FILLER              PIC X(17) VALUE '          RETIDO'.
           05  FILLER              PIC X(17) VALUE '           SALDO'.
           05  FILLER              PIC X(12) VALUE '  CONSUMIDO'.
       01  WS-RELORC-DETALHE.
           05  WS-ROD-CC           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROD-DESCRICAO    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROD-ORCADO       PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROD-REALIZADO    PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROD-RETIDO       PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROD-SALDO        PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROD-PCT-TEXTO    PIC X(12).
           05  WS-ROD-PCT REDEFINES WS-ROD-PCT-TEXTO.
               10  WS-ROD-PCT-VALOR PIC -(6)9.9.
               10  WS-ROD-PCT-SINAL PIC X(01).
               10  FILLER          PIC X(02).
       01  WS-RELORC-TOTAL.
           05  WS-ROT-ROTULO       PIC X(40).
           05  WS-ROT-ORCADO       PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROT-REALIZADO    PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROT-RETIDO       PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-ROT-SALDO        PIC -(12)9.99.

      * Jornal de alteracoes cadastrais (alteracoes.dat): cada
      * inclusao, alteracao, desativacao, reativacao ou importacao
      * feita na manutencao de constantes, cambio, operadores,
      * centros de custo e orcamentos grava a imagem de antes e de
      * depois com data, hora e operador
       01  WS-JORNAL-FILENAME      PIC X(40) VALUE 'alteracoes.dat'.
       01  WS-JORNAL-STATUS        PIC X(2).
       01  WS-JORNAL-EOF           PIC X(1).
       01  WS-JOR-ARQUIVO          PIC X(10).
       01  WS-JOR-ACAO             PIC X(1) VALUE SPACES.
       01  WS-JOR-CHAVE            PIC X(20).
       01  WS-JOR-ANTES            PIC X(70).
       01  WS-JOR-DEPOIS           PIC X(70).
       01  WS-JOR-IMAGEM           PIC X(70).
       01  WS-JOR-GRAVA-OK         PIC X(1).
       01  WS-JOR-TAXA-EDIT        PIC -(3)9.9(6).
       01  WS-JOR-LIMITE-EDIT      PIC Z(12)9.99.
       01  WS-JOR-OPCAO            PIC X(1).
       01  WS-JOR-ACAO-TEXTO       PIC X(11).
      * Filtros da consulta e do relatorio do jornal; a chave vale
      * como prefixo (ex.: BRL->USD pega todas as vigencias do par)
       01  WS-JOR-F-ARQUIVO        PIC X(10).
       01  WS-JOR-F-CHAVE          PIC X(20).
       01  WS-JOR-F-TAM            PIC 9(2).
       01  WS-JOR-F-OPERADOR       PIC X(10).
       01  WS-JOR-F-DATA-INI       PIC X(10).
       01  WS-JOR-F-DATA-FIM       PIC X(10).
       01  WS-JOR-FILTRO-OK        PIC X(1).
       01  WS-JOR-SELECIONADO      PIC X(1).
       01  WS-JOR-QTD-SEL          PIC 9(6).
      * Valor em data: ultima alteracao ate a data e primeira depois
       01  WS-JOR-DATA-REF         PIC X(10).
       01  WS-JOR-ACHOU-ANT        PIC X(1).
       01  WS-JOR-ANT-DATA         PIC X(10).
       01  WS-JOR-ANT-HORA         PIC X(08).
       01  WS-JOR-ANT-OPERADOR     PIC X(10).
       01  WS-JOR-ANT-ACAO         PIC X(1).
       01  WS-JOR-ANT-DEPOIS       PIC X(70).
       01  WS-JOR-ACHOU-POS        PIC X(1).
       01  WS-JOR-POS-DATA         PIC X(10).
       01  WS-JOR-POS-ACAO         PIC X(1).
       01  WS-JOR-POS-ANTES        PIC X(70).
      * Relatorio impresso do jornal
       01  WS-RELJOR-FILENAME      PIC X(40)
           VALUE 'jornal_alteracoes.txt'.
       01  WS-RELJOR-STATUS        PIC X(2).
       01  WS-RELJOR-PAGINA        PIC 9(3).
       01  WS-RELJOR-LINHAS        PIC 9(2).
       01  WS-RELJOR-CAB1.
           05  FILLER              PIC X(40)
               VALUE 'JORNAL DE ALTERACOES CADASTRAIS'.
           05  FILLER              PIC X(06) VALUE 'DATA: '.
           05  WS-RJC1-DATA        PIC X(10).
           05  FILLER              PIC X(68) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-RJC1-PAGINA      PIC ZZ9.
       01  WS-RELJOR-CAB2.
           05  FILLER              PIC X(10) VALUE 'ARQUIVO: '.
           05  WS-RJC2-ARQUIVO     PIC X(11).
           05  FILLER              PIC X(07) VALUE 'CHAVE: '.
           05  WS-RJC2-CHAVE       PIC X(21).
           05  FILLER              PIC X(10) VALUE 'OPERADOR: '.
           05  WS-RJC2-OPERADOR    PIC X(11).
           05  FILLER              PIC X(09) VALUE 'PERIODO: '.
           05  WS-RJC2-DATA-INI    PIC X(10).
           05  FILLER              PIC X(3) VALUE ' A '.
           05  WS-RJC2-DATA-FIM    PIC X(10).
       01  WS-RELJOR-DETALHE.
           05  WS-RJD-DATA         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RJD-HORA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RJD-OPERADOR     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RJD-ARQUIVO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RJD-ACAO         PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RJD-CHAVE        PIC X(20).
       01  WS-RELJOR-IMAGEM.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  WS-RJI-ROTULO       PIC X(08).
           05  WS-RJI-TEXTO        PIC X(70).

      * Reexecucao dos logs arquivados: os registros S, C e E sem
      * erro dos arquivos catalogados na faixa de datas passam de
      * novo pelo motor de calculo e o resultado e comparado com o
      * do log, sem gravar nada no log nem no feed do GL
       01  WS-RPL-ARQUIVO          PIC X(40).
       01  WS-RPL-STATUS           PIC X(2).
       01  WS-RPL-EOF              PIC X(1).
       01  WS-RPL-ATIVO            PIC X(1) VALUE 'N'.
       01  WS-RPL-PULAR            PIC X(1).
      *    Motivo do pulo: K-constante alterada, M-registrador de
      *    memoria, N-nome nao definido, L-liberacao de retido
       01  WS-RPL-MOTIVO           PIC X(1).
       01  WS-RPL-DATA-INI         PIC X(10).
       01  WS-RPL-DATA-FIM         PIC X(10).
       01  WS-RPL-DATA-HORA-REG    PIC X(18).
       01  WS-RPL-CAT-IDX          PIC 9(3).
       01  WS-RPL-DIFERENCA        PIC S9(15)V9(2).
       01  WS-RPL-TOT-ARQUIVOS     PIC 9(3).
       01  WS-RPL-TOT-AUSENTES     PIC 9(3).
       01  WS-RPL-TOT-LIDOS        PIC 9(7).
       01  WS-RPL-TOT-FORA         PIC 9(7).
       01  WS-RPL-TOT-REEXECUTADOS PIC 9(7).
       01  WS-RPL-TOT-CONFEREM     PIC 9(7).
       01  WS-RPL-TOT-DIVERGENTES  PIC 9(7).
       01  WS-RPL-TOT-PULADOS      PIC 9(7).
       01  WS-RPL-PUL-CONSTANTE    PIC 9(7).
       01  WS-RPL-PUL-MEMORIA      PIC 9(7).
       01  WS-RPL-PUL-NOME         PIC 9(7).
       01  WS-RPL-PUL-LIBERACAO    PIC 9(7).
      * Ultima alteracao de cada constante segundo o jornal de
      * alteracoes (data e hora AAAA-MM-DDHH:MM:SS)
       01  WS-TABELA-RPL-CONSTANTES.
           05  WS-RPK-QTD          PIC 9(3) VALUE 0.
           05  WS-RPK-ENT OCCURS 200 TIMES.
               10  WS-RPK-NOME     PIC X(10).
               10  WS-RPK-ALTERADA PIC X(18).
       01  WS-RPK-IDX              PIC 9(3).
       01  WS-RPK-ACHOU            PIC X(1).
       01  WS-RPK-OVERFLOW         PIC X(1).
      * Relatorio de divergencias da reexecucao
       01  WS-RELRPL-FILENAME      PIC X(40)
           VALUE 'reexecucao_log.txt'.
       01  WS-RELRPL-STATUS        PIC X(2).
       01  WS-RELRPL-PAGINA        PIC 9(3).
       01  WS-RELRPL-LINHAS        PIC 9(2).
       01  WS-RELRPL-CAB1.
           05  FILLER              PIC X(47)
               VALUE 'REEXECUCAO DE LOGS ARQUIVADOS - CATALOGADOS DE '.
           05  WS-RPC1-DATA-INI    PIC X(10).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  WS-RPC1-DATA-FIM    PIC X(10).
           05  FILLER              PIC X(09) VALUE '   DATA: '.
           05  WS-RPC1-DATA        PIC X(10).
           05  FILLER              PIC X(35) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'PAG. '.
           05  WS-RPC1-PAGINA      PIC ZZ9.
       01  WS-RELRPL-CAB2.
           05  FILLER              PIC X(11) VALUE 'DATA'.
           05  FILLER              PIC X(09) VALUE 'HORA'.
           05  FILLER              PIC X(11) VALUE 'OPERADOR'.
           05  FILLER              PIC X(02) VALUE 'T'.
           05  FILLER              PIC X(05) VALUE 'OPER'.
           05  FILLER              PIC X(15) VALUE '    OPERANDO 1'.
           05  FILLER              PIC X(15) VALUE '    OPERANDO 2'.
           05  FILLER              PIC X(20)
               VALUE '      RESULTADO LOG'.
           05  FILLER              PIC X(20)
               VALUE '    RESULTADO ATUAL'.
           05  FILLER              PIC X(19)
               VALUE '          DIFERENCA'.
       01  WS-RELRPL-DETALHE.
           05  WS-RPD-DATA         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-HORA         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-OPERADOR     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-TIPO         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-OPER         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-OPERANDO1    PIC -(10)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-OPERANDO2    PIC -(10)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-RES-LOG      PIC -(15)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-RES-ATUAL    PIC -(15)9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-RPD-DIFERENCA    PIC -(15)9.99.
       01  WS-RELRPL-COMPLEMENTO.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  WS-RPX-ROTULO       PIC X(20).
           05  WS-RPX-TEXTO        PIC X(60).
       01  WS-RELRPL-TOTAL.
           05  WS-RPT-ROTULO       PIC X(45).
           05  WS-RPT-VALOR        PIC Z(6)9.

      * Copias de seguranca do fechamento do dia: uma geracao por
      * data na area de backup com os cadastros e arquivos de
      * controle, catalogada em backups.dat com a contagem de
      * registros de cada arquivo; as geracoes alem do numero
      * mantido sao removidas e os logs que passam da retencao sao
      * movidos para a mesma area em vez de apagados
       01  WS-BACKUP-DIRETORIO     PIC X(40) VALUE 'backup'.
       01  WS-BACKUP-CAT-FILENAME  PIC X(40) VALUE 'backups.dat'.
       01  WS-BACKUP-CAT-TMP-FILENAME PIC X(44)
           VALUE 'backups.dat.tmp'.
       01  WS-BACKUP-CAT-STATUS    PIC X(2).
       01  WS-BACKUP-CAT-TMP-STATUS PIC X(2).
       01  WS-BACKUP-CAT-EOF       PIC X(1).
       01  WS-BACKUP-PARAM-FILENAME PIC X(40)
           VALUE 'backup_parametros.dat'.
       01  WS-BACKUP-PARAM-STATUS  PIC X(2).
      *    Geracoes mantidas enquanto backup_parametros.dat nao
      *    existir (alteravel pela opcao 28)
       01  WS-BACKUP-GERACOES      PIC 9(2) VALUE 7.
       01  WS-BACKUP-GERACAO       PIC X(8).
       01  WS-BKP-ORIGEM           PIC X(60).
       01  WS-BKP-DESTINO          PIC X(60).
       01  WS-BKP-ORIGEM-STATUS    PIC X(2).
       01  WS-BKP-DESTINO-STATUS   PIC X(2).
       01  WS-BKP-EOF              PIC X(1).
       01  WS-BKP-CONTADOR         PIC 9(7).
      *    Resultado da copia: C-copiado, A-origem ausente, E-erro
       01  WS-BKP-RESULTADO        PIC X(1).
       01  WS-BKP-ARQ-NOME         PIC X(40).
      *    Arquivo que faz parte de toda geracao ('S'); os arquivos
      *    de memoria so entram quando existem
       01  WS-BKP-OBRIGATORIO      PIC X(1).
       01  WS-BKP-TOT-ARQUIVOS     PIC 9(3).
       01  WS-BKP-TOT-REGISTROS    PIC 9(9).
       01  WS-BKP-TOT-ERROS        PIC 9(3).
       01  WS-BKP-TOT-LOGS         PIC 9(5).
       01  WS-BKP-OPCAO            PIC X(1).
       01  WS-BKP-ESCOLHA          PIC X(40).
       01  WS-BKP-TODOS            PIC X(1).
       01  WS-BKP-CONFIRMA         PIC X(1).
       01  WS-BKP-RESTAURADOS      PIC 9(3).
       01  WS-BKP-GERACOES-ENTRADA PIC X(2).
       01  WS-BKP-GERACOES-NOVA    PIC S9(3).
       01  WS-BKP-GERACOES-EDIT    PIC Z9.
       01  WS-BKP-REGS-EDIT        PIC Z(6)9.
       01  WS-BKP-ATUAL-EDIT       PIC Z(6)9.
       01  WS-BKP-TOTAL-EDIT       PIC Z(8)9.
       01  WS-TABELA-BACKUP.
           05  WS-BKP-QTD          PIC 9(3) VALUE 0.
           05  WS-BKP-ENT OCCURS 100 TIMES.
               10  WS-BKP-ARQUIVO  PIC X(40).
               10  WS-BKP-COPIA    PIC X(60).
               10  WS-BKP-REGS     PIC 9(7).
               10  WS-BKP-SIT      PIC X(1).
       01  WS-BKP-IDX              PIC 9(3).
       01  WS-BKP-SEL              PIC 9(3).
      * Restauracao de cadastro com jornal: o arquivo atual e a
      * copia restaurada viram imagens (chave e conteudo, no mesmo
      * formato da manutencao) comparadas por chave; o que mudou
      * vai para alteracoes.dat depois da troca
       01  WS-RST-JORNAL           PIC X(10).
       01  WS-RST-FALHA            PIC X(1).
       01  WS-RST-ACHOU            PIC X(1).
      *    A-arquivo atual (antes), D-copia restaurada (depois)
       01  WS-RST-LADO             PIC X(1).
       01  WS-RST-CHAVE            PIC X(20).
       01  WS-RST-IMAGEM           PIC X(70).
       01  WS-RST-VALOR            PIC S9(10)V9(2).
       01  WS-RST-JORNALADAS       PIC 9(4).
       01  WS-RST-LINHA            PIC X(80).
       01  WS-RST-OPERADOR REDEFINES WS-RST-LINHA.
           05  WS-RST-OP-ID        PIC X(10).
           05  WS-RST-OP-NIVEL     PIC X(1).
           05  WS-RST-OP-NOME      PIC X(30).
           05  WS-RST-OP-SENHA     PIC X(10).
           05  WS-RST-OP-ATIVO     PIC X(1).
           05  WS-RST-OP-TROCAR    PIC X(1).
           05  WS-RST-OP-FALHAS    PIC 9(1).
           05  WS-RST-OP-LIMITE    PIC 9(13)V9(2).
           05  FILLER              PIC X(11).
       01  WS-RST-CONSTANTE REDEFINES WS-RST-LINHA.
           05  WS-RST-CT-NOME      PIC X(10).
           05  WS-RST-CT-VALOR     PIC X(20).
           05  FILLER              PIC X(50).
       01  WS-RST-CAMBIO REDEFINES WS-RST-LINHA.
           05  WS-RST-CB-MOEDA-DE  PIC X(3).
           05  WS-RST-CB-MOEDA-PARA PIC X(3).
           05  WS-RST-CB-VIGENCIA  PIC X(10).
           05  WS-RST-CB-TAXA      PIC X(20).
           05  FILLER              PIC X(44).
       01  WS-RST-CENTRO REDEFINES WS-RST-LINHA.
           05  WS-RST-CCU-CODIGO   PIC X(8).
           05  WS-RST-CCU-DESCRICAO PIC X(30).
           05  FILLER              PIC X(42).
       01  WS-TABELA-RESTAURACAO.
           05  WS-RST-ANT-QTD      PIC 9(4) VALUE 0.
           05  WS-RST-ANT-ENT OCCURS 2000 TIMES.
               10  WS-RST-ANT-CHAVE  PIC X(20).
               10  WS-RST-ANT-IMAGEM PIC X(70).
               10  WS-RST-ANT-USADO  PIC X(1).
           05  WS-RST-DEP-QTD      PIC 9(4) VALUE 0.
           05  WS-RST-DEP-ENT OCCURS 2000 TIMES.
               10  WS-RST-DEP-CHAVE  PIC X(20).
               10  WS-RST-DEP-IMAGEM PIC X(70).
       01  WS-RST-IDX              PIC 9(4).
       01  WS-RST-IDX2             PIC 9(4).
      * Geracoes presentes no catalogo, na ordem em que foram
      * gravadas (a mais antiga primeiro)
       01  WS-TABELA-GERACOES.
           05  WS-GER-QTD          PIC 9(3) VALUE 0.
           05  WS-GER-ENT OCCURS 100 TIMES.
               10  WS-GER-ID       PIC X(8).
               10  WS-GER-DATA     PIC X(10).
               10  WS-GER-HORA     PIC X(8).
               10  WS-GER-ARQS     PIC 9(3).
               10  WS-GER-REGS     PIC 9(9).
      *            R-remover, H-substituida pela de hoje, N-manter
               10  WS-GER-DESTINO  PIC X(1).
       01  WS-GER-IDX              PIC 9(3).
       01  WS-GER-ACHOU            PIC X(1).
       01  WS-GER-BUSCA            PIC X(8).
       01  WS-GER-ANTERIORES       PIC 9(3).
       01  WS-GER-REMOVER          PIC 9(3).

      * Biblioteca de formulas parametrizadas (formulas.dat): uma
      * chamada NOME(arg,...) numa expressao da opcao 2 ou num
      * registro 'E' do lote e expandida antes do calculo; o log
      * grava a expressao expandida no registro do calculo e a
      * chamada digitada num registro 'A' (operacao FORM)
       01  WS-FORMULA-FILENAME     PIC X(40) VALUE 'formulas.dat'.
       01  WS-FORMULA-STATUS       PIC X(2).
       01  WS-FORMULA-EOF          PIC X(1).
       01  WS-FORMULA-TRAVA-FILENAME PIC X(40)
           VALUE 'formulas.trava'.
       01  WS-FORMULA-TRAVA-STATUS PIC X(2).
       01  WS-TABELA-FORMULAS.
           05  WS-FML-QTD          PIC 9(2) VALUE 0.
           05  WS-FML-ENT OCCURS 50 TIMES.
               10  WS-FML-NOME     PIC X(10).
               10  WS-FML-QTD-PARAM PIC 9(1).
               10  WS-FML-PARAM    PIC X(10) OCCURS 3 TIMES.
               10  WS-FML-CORPO    PIC X(50).
       01  WS-FML-IDX              PIC 9(2).
       01  WS-FML-PAR-IDX          PIC 9(1).
       01  WS-FML-ACHOU            PIC X(1).
       01  WS-FML-BUSCA            PIC X(10).
      *    'S' enquanto a manutencao testa uma definicao ainda nao
      *    gravada: a expansao usa a tabela em memoria sem reler
       01  WS-FML-EM-TESTE         PIC X(1) VALUE 'N'.
       01  WS-FML-DIGITADA         PIC X(50).
       01  WS-FML-EXPANDIU         PIC X(1) VALUE 'N'.
       01  WS-FML-PENDENTE         PIC X(1).
       01  WS-FML-PASSADA          PIC 9(1).
       01  WS-FML-CHAMADAS         PIC 9(2).
       01  WS-FML-ENTRADA          PIC X(50).
       01  WS-FML-SAIDA            PIC X(50).
       01  WS-FML-TAM-ENT          PIC 9(3).
       01  WS-FML-TAM-SAI          PIC 9(3).
       01  WS-FML-POS              PIC 9(3).
       01  WS-FML-INICIO           PIC 9(3).
       01  WS-FML-K                PIC 9(3).
       01  WS-FML-CHAR             PIC X(1).
       01  WS-FML-NOME-TAM         PIC 9(2).
       01  WS-FML-FIM-NOME         PIC X(1).
       01  WS-FML-FIM-ARGS         PIC X(1).
       01  WS-FML-NIVEL            PIC 9(2).
       01  WS-FML-OPERADORES       PIC 9(2).
       01  WS-FML-QTD-ARG          PIC 9(1).
       01  WS-FML-ARGUMENTOS.
           05  WS-FML-ARG-ENT OCCURS 3 TIMES.
               10  WS-FML-ARG      PIC X(50).
               10  WS-FML-ARG-TAM  PIC 9(2).
       01  WS-FML-ARG-IDX          PIC 9(1).
       01  WS-FML-CORPO-ATUAL      PIC X(50).
       01  WS-FML-TAM-CORPO        PIC 9(2).
       01  WS-FML-CPOS             PIC 9(3).
       01  WS-FML-CINICIO          PIC 9(3).
       01  WS-FML-PALAVRA          PIC X(10).
      *    Manutencao
       01  WS-FML-OPCAO            PIC X(1).
       01  WS-FML-NOME-MANUT       PIC X(10).
       01  WS-FML-PARAM-TEXTO      PIC X(40).
       01  WS-FML-NOVO-QTD         PIC 9(1).
       01  WS-FML-NOVOS-PARAMETROS.
           05  WS-FML-NOVO-PARAM   PIC X(10) OCCURS 3 TIMES.
       01  WS-FML-NOVO-CORPO       PIC X(50).
       01  WS-FML-DEF-OK           PIC X(1).
       01  WS-FML-IMAGEM           PIC X(100).
       01  WS-FML-VIU-BRANCO       PIC X(1).

      * Calendario de feriados (feriados.dat, em ordem de data): a
      * manutencao e a carga anual sao do supervisor; a carga
      * substitui todos os feriados do ano pelos da lista fornecida
       01  WS-FERIADO-FILENAME     PIC X(40) VALUE 'feriados.dat'.
       01  WS-FERIADO-STATUS       PIC X(2).
       01  WS-FERIADO-EOF          PIC X(1).
       01  WS-FERIADO-TRAVA-FILENAME PIC X(40)
           VALUE 'feriados.trava'.
       01  WS-FERIADO-TRAVA-STATUS PIC X(2).
       01  WS-FERIADO-IMP-FILENAME PIC X(40).
       01  WS-FERIADO-IMP-STATUS   PIC X(2).
       01  WS-FERIADO-IMP-EOF      PIC X(1).
       01  WS-TABELA-FERIADOS.
           05  WS-FER-QTD          PIC 9(3) VALUE 0.
           05  WS-FER-ENT OCCURS 500 TIMES.
               10  WS-FER-DATA     PIC X(10).
               10  WS-FER-INT      PIC S9(9).
               10  WS-FER-TIPO     PIC X(1).
               10  WS-FER-DESCRICAO PIC X(30).
       01  WS-FER-IDX              PIC 9(3).
       01  WS-FER-ACHOU            PIC X(1).
       01  WS-FER-BUSCA-INT        PIC S9(9).
       01  WS-FER-OPCAO            PIC X(1).
       01  WS-FER-RESPOSTA         PIC X(1).
       01  WS-FER-ANO              PIC X(4).
       01  WS-FER-EXIBIDOS         PIC 9(3).
       01  WS-FER-DEF-OK           PIC X(1).
       01  WS-FER-NOVO-DATA        PIC X(10).
       01  WS-FER-NOVO-INT         PIC S9(9).
       01  WS-FER-NOVO-TIPO        PIC X(1).
       01  WS-FER-NOVO-DESCRICAO   PIC X(30).
       01  WS-FER-TIPO-TEXTO       PIC X(8).
       01  WS-FER-IMAGEM           PIC X(70).
       01  WS-FER-NOMES-DIAS       PIC X(21)
           VALUE 'DOMSEGTERQUAQUISEXSAB'.
       01  WS-FER-TABELA-DIAS REDEFINES WS-FER-NOMES-DIAS.
           05  WS-FER-NOME-DIA     PIC X(3) OCCURS 7 TIMES.
      *    Carga anual: a lista fornecida e conferida inteira antes de
      *    tocar no cadastro; um registro rejeitado cancela a carga
       01  WS-TABELA-FERIADOS-CARGA.
           05  WS-FCG-QTD          PIC 9(3) VALUE 0.
           05  WS-FCG-ENT OCCURS 100 TIMES.
               10  WS-FCG-DATA     PIC X(10).
               10  WS-FCG-INT      PIC S9(9).
               10  WS-FCG-TIPO     PIC X(1).
               10  WS-FCG-DESCRICAO PIC X(30).
       01  WS-FCG-IDX              PIC 9(3).
       01  WS-FCG-ACHOU            PIC X(1).
       01  WS-FCG-LIDAS            PIC 9(6).
       01  WS-FCG-ANTIGOS          PIC 9(3).
       01  WS-FCG-INCLUIDOS        PIC 9(3).
       01  WS-FCG-ALTERADOS        PIC 9(3).
       01  WS-FCG-EXCLUIDOS        PIC 9(3).
       01  WS-FCG-REJEITADOS       PIC 9(6).
      *    Feriados do ano antes da carga, para o jornal
       01  WS-TABELA-FERIADOS-ANT.
           05  WS-FAN-QTD          PIC 9(3) VALUE 0.
           05  WS-FAN-ENT OCCURS 100 TIMES.
               10  WS-FAN-DATA     PIC X(10).
               10  WS-FAN-INT      PIC S9(9).
               10  WS-FAN-TIPO     PIC X(1).
               10  WS-FAN-DESCRICAO PIC X(30).
       01  WS-FAN-IDX              PIC 9(3).
       01  WS-FAN-ACHOU            PIC X(1).
       01  WS-FER-IMG-TIPO         PIC X(1).
       01  WS-FER-IMG-DESCRICAO    PIC X(30).

      * Resumo diario pre-totalizado: o fechamento grava um registro
      * por dia em resumo_diario.dat com os mesmos acumuladores do
      * relatorio diario; o relatorio por faixa de datas soma os
       ABRIR-ARQUIVOS-SESSAO.
           PERFORM CARREGAR-CONSTANTES
           PERFORM CARREGAR-CENTROS-CUSTO
           PERFORM CARREGAR-PERIODOS
           PERFORM CARREGAR-MEMORIA
           PERFORM VERIFICAR-CAMBIO-DESATUALIZADO

               DISPLAY 'AVISO: Log mestre em uso; registros mantidos '
                       'no arquivo da sessao.'
           ELSE
               PERFORM CARREGAR-ELO-CADEIA
               OPEN INPUT LOG-FILE
               IF WS-LOG-STATUS NOT = '00'
                   DISPLAY 'AVISO: Nao foi possivel ler o log da '
                               MOVE 'S' TO WS-SESSAO-EOF
                           NOT AT END
                               MOVE LOG-RECORD TO MASTER-LOG-RECORD
                               PERFORM ENCADEAR-REGISTRO-MESTRE
                               WRITE MASTER-LOG-RECORD
                               IF WS-MASTER-LOG-STATUS NOT = '00'
                                   DISPLAY 'ERRO: Falha ao gravar no '
                                           'sessao.'
                                   MOVE 'N' TO WS-CONSOLIDACAO-OK
                                   MOVE 'S' TO WS-SESSAO-EOF
                               ELSE
                                   MOVE MLR-ELO TO WS-CAD-ULTIMO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF
               PERFORM GRAVAR-ELO-CADEIA
               CLOSE MASTER-LOG-FILE
      *        So esvazia o arquivo da sessao depois de todos os
      *        registros chegarem com status '00' ao mestre

       CONSOLIDAR-GL-SESSAO.
           MOVE 'N' TO WS-CONSOLIDACAO-OK
           PERFORM CARREGAR-PERIODOS
           MOVE 0 TO WS-PER-DESVIOS
           MOVE 0 TO WS-PER-DESVIO-ENVIO
           PERFORM RESERVAR-MASTER-GL
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'AVISO: Exportacao mestre em uso; registros '
                           AT END
                               MOVE 'S' TO WS-SESSAO-EOF
                           NOT AT END
                               PERFORM AVALIAR-PERIODO-DETALHE-GL
                               MOVE GL-EXPORT-RECORD
                                   TO MASTER-GL-RECORD
                               WRITE MASTER-GL-RECORD
                   CLOSE GL-EXPORT-FILE
               END-IF
               CLOSE MASTER-GL-FILE
               PERFORM REGISTRAR-DESVIO-PERIODO
      *        So remove o arquivo da sessao depois de todos os
      *        registros chegarem com status '00' ao mestre
               IF WS-CONSOLIDACAO-OK = 'S'
           IF WS-TRAVA-OK NOT = 'S'
               MOVE 'N' TO WS-RECUPERACAO-OK
           ELSE
               PERFORM CARREGAR-ELO-CADEIA
               OPEN INPUT LOG-FILE
               IF WS-LOG-STATUS NOT = '00'
                   MOVE 'N' TO WS-RECUPERACAO-OK
                               MOVE 'S' TO WS-SESSAO-EOF
                           NOT AT END
                               MOVE LOG-RECORD TO MASTER-LOG-RECORD
                               PERFORM ENCADEAR-REGISTRO-MESTRE
                               WRITE MASTER-LOG-RECORD
                               IF WS-MASTER-LOG-STATUS NOT = '00'
                                   MOVE 'N' TO WS-RECUPERACAO-OK
                                   MOVE 'S' TO WS-SESSAO-EOF
                               ELSE
                                   MOVE MLR-ELO TO WS-CAD-ULTIMO
                                   ADD 1 TO WS-ORF-REG-LOG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF
               PERFORM GRAVAR-ELO-CADEIA
               CLOSE MASTER-LOG-FILE
               IF WS-RECUPERACAO-OK = 'S'
                   MOVE WS-ORF-LOG-NOME TO WS-ARQUIVO-DELETAR
      * arquivo termina sem trailer, grava um trailer sintetizado
      * com a sequencia do header para o destino ainda conferir
       COPIAR-GL-ORFAO.
           PERFORM CARREGAR-PERIODOS
           MOVE 0 TO WS-PER-DESVIOS
           MOVE 0 TO WS-PER-DESVIO-ENVIO
           PERFORM RESERVAR-MASTER-GL
           IF WS-TRAVA-OK NOT = 'S'
               MOVE 'N' TO WS-RECUPERACAO-OK
                   END-IF
               END-IF
               CLOSE MASTER-GL-FILE
               PERFORM REGISTRAR-DESVIO-PERIODO
      *        O envio que morreu antes do trailer tambem morreu
      *        antes de se registrar no controle de envios; entra
      *        como pendente de confirmacao para o relatorio de
               WHEN 'T'
                   MOVE 'S' TO WS-ORF-TEM-TRAILER
           END-EVALUATE
           PERFORM AVALIAR-PERIODO-DETALHE-GL
           MOVE GL-EXPORT-RECORD TO MASTER-GL-RECORD
           WRITE MASTER-GL-RECORD
           IF WS-MASTER-GL-STATUS NOT = '00'
           ELSE
               PERFORM CARREGAR-OPERADORES
               PERFORM LOCALIZAR-OPERADOR-CADASTRO
               MOVE SPACES TO WS-JOR-ANTES
               IF WS-OPE-ACHOU = 'S'
                   IF WS-JOR-ACAO NOT = SPACES
                       PERFORM MONTAR-IMAGEM-OPERADOR
                       MOVE WS-JOR-IMAGEM TO WS-JOR-ANTES
                   END-IF
                   MOVE WS-OPE-SALVO TO WS-OPE-ENT(WS-OPE-IDX)
                   PERFORM GRAVAR-OPERADORES
                   IF WS-OPE-GRAVA-OK = 'S'
                   END-IF
               END-IF
               PERFORM LIBERAR-TRAVA-OPERADORES
           END-IF
      *    So a administracao de operadores (opcao 16) informa a acao;
      *    troca de senha e bloqueio no sign-on nao vao para o jornal
           IF WS-REGRAVACAO-OK = 'S' AND WS-JOR-ACAO NOT = SPACES
               PERFORM MONTAR-IMAGEM-OPERADOR
               MOVE WS-JOR-IMAGEM TO WS-JOR-DEPOIS
               MOVE 'OPERADORES' TO WS-JOR-ARQUIVO
               MOVE WS-OPE-BUSCA TO WS-JOR-CHAVE
               PERFORM GRAVAR-JORNAL
           END-IF
           MOVE SPACES TO WS-JOR-ACAO.

      * Imagem do operador para o jornal, sem a senha
       MONTAR-IMAGEM-OPERADOR.
           MOVE WS-OPE-LIMITE(WS-OPE-IDX) TO WS-JOR-LIMITE-EDIT
           MOVE SPACES TO WS-JOR-IMAGEM
           STRING 'NIV=' WS-OPE-NIVEL(WS-OPE-IDX)
                  ' ATV=' WS-OPE-ATIVO(WS-OPE-IDX)
                  ' TRC=' WS-OPE-TROCAR(WS-OPE-IDX)
                  ' LIM=' FUNCTION TRIM(WS-JOR-LIMITE-EDIT)
                  ' ' WS-OPE-NOME(WS-OPE-IDX)
                  DELIMITED BY SIZE INTO WS-JOR-IMAGEM.

       RESERVAR-TRAVA-OPERADORES.
           MOVE 'N' TO WS-TRAVA-OK
                   MOVE 0 TO WS-OPE-LIMITE(WS-OPE-QTD)
                   MOVE WS-OPE-QTD TO WS-OPE-IDX
                   PERFORM LER-LIMITE-OPERADOR
                   MOVE 'I' TO WS-JOR-ACAO
                   PERFORM REGRAVAR-OPERADOR-ATUAL
                   IF WS-REGRAVACAO-OK = 'S'
                       DISPLAY 'Operador incluido; a senha sera '
                   MOVE WS-ADM-NIVEL TO WS-OPE-NIVEL(WS-OPE-IDX)
               END-IF
               PERFORM LER-LIMITE-OPERADOR
               MOVE 'A' TO WS-JOR-ACAO
               PERFORM REGRAVAR-OPERADOR-ATUAL
               IF WS-REGRAVACAO-OK = 'S'
                   DISPLAY 'Operador alterado.'
                       'operador.'
           ELSE
               MOVE 'N' TO WS-OPE-ATIVO(WS-OPE-IDX)
               MOVE 'D' TO WS-JOR-ACAO
               PERFORM REGRAVAR-OPERADOR-ATUAL
               IF WS-REGRAVACAO-OK = 'S'
                   DISPLAY 'Operador desativado; o ID permanece no '
                   MOVE SPACES TO WS-OPE-SENHA(WS-OPE-IDX)
                   MOVE 'S' TO WS-OPE-TROCAR(WS-OPE-IDX)
               END-IF
               MOVE 'R' TO WS-JOR-ACAO
               PERFORM REGRAVAR-OPERADOR-ATUAL
               IF WS-REGRAVACAO-OK = 'S'
                   DISPLAY 'Operador reativado e desbloqueado.'
           DISPLAY '17 - Manutencao de Centros de Custo'
           DISPLAY '18 - Calculos Financeiros'
           DISPLAY '19 - Aprovacao de Calculos Retidos'
           DISPLAY '20 - Estorno de Calculo Exportado'
           DISPLAY '21 - Relatorio de Estornos'
           DISPLAY '22 - Contratos de Financiamento'
           DISPLAY '23 - Periodos Contabeis'
           DISPLAY '24 - Verificar Integridade do Log'
           DISPLAY '25 - Reavaliacao Cambial do Mes'
           DISPLAY '26 - Jornal de Alteracoes Cadastrais'
           DISPLAY '27 - Reexecucao de Logs Arquivados'
           DISPLAY '28 - Backup e Restauracao'
           DISPLAY '29 - Biblioteca de Formulas'
           DISPLAY '30 - Calendario de Feriados'
           DISPLAY '31 - Sair'
           DISPLAY ' '
           DISPLAY 'Escolha uma opcao: ' WITH NO ADVANCING
           ACCEPT WS-MENU-OPCAO.
                       DISPLAY 'Funcao restrita a supervisores.'
                   END-IF
               WHEN '20'
                   IF WS-OPERADOR-NIVEL = 'S'
                       PERFORM ESTORNAR-CALCULO
                   ELSE
                       DISPLAY 'Funcao restrita a supervisores.'
                   END-IF
               WHEN '21'
                   PERFORM RELATORIO-ESTORNOS
               WHEN '22'
                   PERFORM CONTRATOS-FINANCIAMENTO
               WHEN '23'
                   PERFORM PERIODOS-CONTABEIS
               WHEN '24'
                   PERFORM VERIFICAR-INTEGRIDADE-LOG
               WHEN '25'
                   PERFORM REAVALIACAO-CAMBIAL
               WHEN '26'
                   IF WS-OPERADOR-NIVEL = 'S'
                       PERFORM JORNAL-ALTERACOES
                   ELSE
                       DISPLAY 'Funcao restrita a supervisores.'
                   END-IF
               WHEN '27'
                   IF WS-OPERADOR-NIVEL = 'S'
                       PERFORM REEXECUTAR-LOGS-ARQUIVADOS
                   ELSE
                       DISPLAY 'Funcao restrita a supervisores.'
                   END-IF
               WHEN '28'
                   IF WS-OPERADOR-NIVEL = 'S'
                       PERFORM BACKUP-RESTAURACAO
                   ELSE
                       DISPLAY 'Funcao restrita a supervisores.'
                   END-IF
               WHEN '29'
                   PERFORM MANUTENCAO-FORMULAS
               WHEN '30'
                   PERFORM CALENDARIO-FERIADOS
               WHEN '31'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'Opcao invalida! Tente novamente.'

           PERFORM LER-CENTRO-CUSTO

           PERFORM EXPANDIR-FORMULAS
           IF WS-ERRO-FLAG = 'N'
               IF WS-FML-EXPANDIU = 'S'
                   DISPLAY 'Expressao expandida: '
                           FUNCTION TRIM(WS-EXPRESSAO)
               END-IF
               PERFORM PROCESSAR-EXPRESSAO
           END-IF

           IF WS-ERRO-FLAG = 'N'
               MOVE WS-RESULTADO TO WS-DISPLAY-RESULT
               PERFORM ATUALIZAR-MEMORIA-RESULTADO
           END-IF

           IF WS-FML-EXPANDIU = 'S'
               PERFORM REGISTRAR-CHAMADA-FORMULA
           END-IF
           MOVE 'E' TO WS-TIPO-CALCULO-ATUAL
           MOVE SPACES TO WS-OPERADOR-LOG
           MOVE WS-EXPRESSAO TO WS-EXPRESSAO-LOG
           END-PERFORM

           MOVE FUNCTION UPPER-CASE(WS-NOME-TOKEN) TO WS-NOME-TOKEN
           IF WS-RPL-ATIVO = 'S'
               PERFORM AVALIAR-NOME-REEXECUCAO
           END-IF
           PERFORM LOCALIZAR-REGISTRADOR
           IF WS-REG-ACHOU = 'S'
               MOVE WS-REG-VALOR TO WS-TEMP-NUM
               STRING 'rej_' FUNCTION TRIM(WS-BATCH-FILENAME)
                   DELIMITED BY SIZE INTO WS-REJEITO-FILENAME
               PERFORM ABRIR-ARQUIVO-REJEITOS
      *        O consumo dos orcamentos e relido no primeiro registro
               MOVE SPACES TO WS-OCS-PERIODO
               MOVE 'N' TO WS-BATCH-EOF
               MOVE 0 TO WS-REGISTRO-ATUAL

               PERFORM GRAVAR-REJEITO
           END-IF

           MOVE 'S' TO WS-ORC-EM-LOTE
           PERFORM REGISTRAR-RESULTADO
           MOVE 'N' TO WS-ORC-EM-LOTE.

       PROCESSAR-LOTE-SIMPLES.
           MOVE 'S' TO WS-TIPO-CALCULO-ATUAL
           MOVE SPACES TO WS-CC-ENTRADA
           PERFORM VALIDAR-CENTRO-CUSTO-LOTE
           MOVE WS-RL-EXPRESSAO TO WS-EXPRESSAO
           PERFORM EXPANDIR-FORMULAS
           IF WS-ERRO-FLAG = 'N'
               PERFORM PROCESSAR-EXPRESSAO
           END-IF
           IF WS-FML-EXPANDIU = 'S'
               PERFORM REGISTRAR-CHAMADA-FORMULA
           END-IF
           MOVE WS-EXPRESSAO TO WS-EXPRESSAO-LOG
           MOVE 0 TO WS-PRIMEIRO-NUMERO
           MOVE 0 TO WS-SEGUNDO-NUMERO

                   FUNCTION TRIM(WS-REJEITO-IN-FILENAME)
                   DELIMITED BY SIZE INTO WS-REJEITO-FILENAME
               PERFORM ABRIR-ARQUIVO-REJEITOS
               PERFORM LER-DATA-LOTE-REJEITOS
               MOVE SPACES TO WS-OCS-PERIODO
               MOVE 'N' TO WS-REJEITO-IN-EOF
               MOVE 0 TO WS-REGISTRO-ATUAL

                           TO WS-CONST-VALOR(WS-CONST-QTD)
                       PERFORM GRAVAR-CONSTANTES
                       DISPLAY 'Constante incluida.'
                       IF WS-CONSTANTE-STATUS = '00'
                           MOVE 'I' TO WS-JOR-ACAO
                           MOVE SPACES TO WS-JOR-ANTES
                           PERFORM JORNAL-CONSTANTE
                       END-IF
                   END-IF
               END-IF
               PERFORM LIBERAR-TRAVA-CONSTANTES
               IF WS-CONST-ACHOU NOT = 'S'
                   DISPLAY 'Constante nao cadastrada.'
               ELSE
                   MOVE WS-CONST-VALOR(WS-CONST-IDX)
                       TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT TO WS-JOR-ANTES
                   MOVE WS-OPERANDO-VALOR
                       TO WS-CONST-VALOR(WS-CONST-IDX)
                   PERFORM GRAVAR-CONSTANTES
                   DISPLAY 'Constante alterada.'
                   IF WS-CONSTANTE-STATUS = '00'
                       MOVE 'A' TO WS-JOR-ACAO
                       PERFORM JORNAL-CONSTANTE
                   END-IF
               END-IF
               PERFORM LIBERAR-TRAVA-CONSTANTES
           END-IF.

       JORNAL-CONSTANTE.
           MOVE 'CONSTANTES' TO WS-JOR-ARQUIVO
           MOVE WS-NOME-TOKEN TO WS-JOR-CHAVE
           MOVE WS-OPERANDO-VALOR TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-JOR-DEPOIS
           PERFORM GRAVAR-JORNAL.

      * Trava de manutencao da tabela de constantes: um arquivo de
      * trava proprio, aberto com trava exclusiva e mantido aberto
      * enquanto a tabela e relida e regravada
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Centros de custo: L-Listar I-Incluir '
                       'A-Alterar O-Orcamentos F-Fim: '
                   WITH NO ADVANCING
               ACCEPT WS-OPCAO-MANUTENCAO
               MOVE FUNCTION UPPER-CASE(WS-OPCAO-MANUTENCAO)
                   TO WS-OPCAO-MANUTENCAO
                       PERFORM INCLUIR-CENTRO-CUSTO
                   WHEN 'A'
                       PERFORM ALTERAR-CENTRO-CUSTO
                   WHEN 'O'
                       PERFORM MANUTENCAO-ORCAMENTOS
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
               PERFORM GRAVAR-CENTROS-CUSTO
               IF WS-CCU-OVERFLOW NOT = 'S'
                   DISPLAY 'Centro de custo incluido.'
                   IF WS-CENTRO-STATUS = '00'
                       MOVE 'I' TO WS-JOR-ACAO
                       MOVE SPACES TO WS-JOR-ANTES
                       PERFORM JORNAL-CENTRO-CUSTO
                   END-IF
               END-IF
           END-IF
           END-IF
           ELSE
               DISPLAY 'Descricao: ' WITH NO ADVANCING
               ACCEPT WS-CC-DESCRICAO
               MOVE WS-CCU-DESCRICAO(WS-CCU-IDX) TO WS-JOR-ANTES
               MOVE WS-CC-DESCRICAO TO WS-CCU-DESCRICAO(WS-CCU-IDX)
               PERFORM GRAVAR-CENTROS-CUSTO
               IF WS-CCU-OVERFLOW NOT = 'S'
                   DISPLAY 'Centro de custo alterado.'
                   IF WS-CENTRO-STATUS = '00'
                       MOVE 'A' TO WS-JOR-ACAO
                       PERFORM JORNAL-CENTRO-CUSTO
                   END-IF
               END-IF
           END-IF.

       JORNAL-CENTRO-CUSTO.
           MOVE 'CENTROS' TO WS-JOR-ARQUIVO
           MOVE WS-CC-ENTRADA TO WS-JOR-CHAVE
           MOVE WS-CC-DESCRICAO TO WS-JOR-DEPOIS
           PERFORM GRAVAR-JORNAL.

      ******************************************************************
      * Orcamentos dos centros de custo: valor orcado por centro e
      * mes, mantido pelo supervisor junto com o plano de centros, e
      * o relatorio orcado x realizado do mes
      ******************************************************************
       MANUTENCAO-ORCAMENTOS.
           MOVE 'N' TO WS-ORC-OPCAO
           PERFORM UNTIL WS-ORC-OPCAO = 'F'
               DISPLAY ' '
               DISPLAY 'Orcamentos: L-Listar D-Definir R-Relatorio '
                       'Orcado x Realizado F-Fim: ' WITH NO ADVANCING
               ACCEPT WS-ORC-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-ORC-OPCAO) TO WS-ORC-OPCAO
               EVALUATE WS-ORC-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-ORCAMENTOS
                   WHEN 'D'
                       PERFORM DEFINIR-ORCAMENTO
                   WHEN 'R'
                       PERFORM RELATORIO-ORCAMENTO
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

      * Le o periodo em WS-ORC-PERIODO (branco = mes corrente) e
      * devolve WS-DTU-OK
       LER-PERIODO-ORCAMENTO.
           PERFORM OBTER-DATA-HORA
           DISPLAY 'Periodo (AAAA-MM, branco = '
                   WS-DATA-FORMATADA(1:7) '): ' WITH NO ADVANCING
           ACCEPT WS-ORC-ENTRADA
           IF WS-ORC-ENTRADA = SPACES
               MOVE WS-DATA-FORMATADA(1:7) TO WS-ORC-PERIODO
           ELSE
               MOVE WS-ORC-ENTRADA TO WS-ORC-PERIODO
           END-IF
           MOVE SPACES TO WS-DTU-TEXTO
           STRING WS-ORC-PERIODO '-01'
               DELIMITED BY SIZE INTO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO.

       LISTAR-ORCAMENTOS.
           PERFORM LER-PERIODO-ORCAMENTO
           IF WS-DTU-OK NOT = 'S'
               DISPLAY 'Periodo invalido.'
           ELSE
               PERFORM CARREGAR-ORCAMENTOS
               MOVE 0 TO WS-ORC-TOT-ACIMA
               MOVE 1 TO WS-ORC-IDX
               PERFORM UNTIL WS-ORC-IDX > WS-ORC-QTD
                   IF WS-ORC-MES(WS-ORC-IDX) = WS-ORC-PERIODO
                       ADD 1 TO WS-ORC-TOT-ACIMA
                       MOVE WS-ORC-VALOR(WS-ORC-IDX)
                           TO WS-DISPLAY-CONVERTIDO
                       DISPLAY WS-ORC-CC(WS-ORC-IDX) ' '
                               WS-ORC-MES(WS-ORC-IDX) ' '
                               WS-DISPLAY-CONVERTIDO '  ('
                               WS-ORC-DATA(WS-ORC-IDX) ' '
                               FUNCTION TRIM(
                                   WS-ORC-OPERADOR(WS-ORC-IDX)) ')'
                   END-IF
                   ADD 1 TO WS-ORC-IDX
               END-PERFORM
               IF WS-ORC-TOT-ACIMA = 0
                   DISPLAY 'Nenhum orcamento definido para '
                           WS-ORC-PERIODO '.'
               END-IF
           END-IF.

      * Inclui ou altera o orcamento de um centro no mes; a carga, a
      * alteracao e a regravacao acontecem sob orcamentos.trava
       DEFINIR-ORCAMENTO.
           DISPLAY 'Centro de custo: ' WITH NO ADVANCING
           ACCEPT WS-CC-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-CC-ENTRADA) TO WS-CC-ENTRADA
           PERFORM CARREGAR-CENTROS-CUSTO
           MOVE WS-CC-ENTRADA TO WS-CC-BUSCA
           PERFORM LOCALIZAR-CENTRO-CUSTO
           IF WS-CC-ENTRADA = SPACES OR WS-CCU-ACHOU NOT = 'S'
               DISPLAY 'Centro de custo nao cadastrado.'
           ELSE
               PERFORM LER-PERIODO-ORCAMENTO
               IF WS-DTU-OK NOT = 'S'
                   DISPLAY 'Periodo invalido.'
               ELSE
                   PERFORM LER-VALOR-ORCAMENTO
                   IF WS-ENTRADA-VALIDA = 'S'
                       PERFORM GRAVAR-ORCAMENTO-CC
                   END-IF
               END-IF
           END-IF.

       LER-VALOR-ORCAMENTO.
           MOVE 'N' TO WS-ENTRADA-VALIDA
           DISPLAY 'Valor orcado para o mes: ' WITH NO ADVANCING
           ACCEPT WS-VALOR-TEXTO
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-VALOR-TEXTO))
               TO WS-TEST-NUMVAL
           IF WS-VALOR-TEXTO = SPACES OR WS-TEST-NUMVAL NOT = 0
               DISPLAY 'Valor invalido; orcamento nao gravado.'
           ELSE
               MOVE 'S' TO WS-ENTRADA-VALIDA
               COMPUTE WS-ORC-VALOR-NOVO =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-VALOR-TEXTO))
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ENTRADA-VALIDA
               END-COMPUTE
               IF WS-ENTRADA-VALIDA = 'S' AND WS-ORC-VALOR-NOVO < 0
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
               IF WS-ENTRADA-VALIDA NOT = 'S'
                   DISPLAY 'Valor fora da faixa; orcamento nao '
                           'gravado.'
               END-IF
           END-IF.

       GRAVAR-ORCAMENTO-CC.
           MOVE 'N' TO WS-ORC-GRAVA-OK
           PERFORM RESERVAR-TRAVA-ORCAMENTOS
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'ERRO: Orcamentos em uso; tente novamente.'
           ELSE
               PERFORM CARREGAR-ORCAMENTOS
               MOVE WS-CC-ENTRADA TO WS-ORC-CC-BUSCA
               PERFORM LOCALIZAR-ORCAMENTO
               IF WS-ORC-OVERFLOW = 'S'
                   DISPLAY 'ERRO: Mais de 600 orcamentos em arquivo; '
                           'regravacao recusada.'
               ELSE
               IF WS-ORC-ACHOU NOT = 'S' AND WS-ORC-QTD >= 600
                   DISPLAY 'Arquivo de orcamentos cheio.'
               ELSE
                   IF WS-ORC-ACHOU = 'S'
                       MOVE WS-ORC-VALOR(WS-ORC-IDX)
                           TO WS-ORC-VALOR-ANTERIOR
                   ELSE
                       MOVE 0 TO WS-ORC-VALOR-ANTERIOR
                       ADD 1 TO WS-ORC-QTD
                       MOVE WS-ORC-QTD TO WS-ORC-IDX
                       MOVE WS-CC-ENTRADA TO WS-ORC-CC(WS-ORC-IDX)
                       MOVE WS-ORC-PERIODO
                           TO WS-ORC-MES(WS-ORC-IDX)
                   END-IF
                   MOVE WS-ORC-VALOR-NOVO TO WS-ORC-VALOR(WS-ORC-IDX)
                   MOVE WS-DATA-FORMATADA TO WS-ORC-DATA(WS-ORC-IDX)
                   MOVE WS-OPERADOR-ID TO WS-ORC-OPERADOR(WS-ORC-IDX)
                   PERFORM GRAVAR-ORCAMENTOS
               END-IF
               END-IF
               PERFORM LIBERAR-TRAVA-ORCAMENTOS
           END-IF
           IF WS-ORC-GRAVA-OK = 'S'
      *        O consumo em memoria e recalculado na proxima consulta
               MOVE SPACES TO WS-OCS-PERIODO
               PERFORM OBTER-DATA-HORA
               MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
               MOVE SPACES TO WS-OPERADOR-LOG
               MOVE 0 TO WS-PRIMEIRO-NUMERO
               MOVE 0 TO WS-SEGUNDO-NUMERO
               MOVE 0 TO WS-RESULTADO
               MOVE 'N' TO WS-ERRO-FLAG
               MOVE SPACES TO WS-ERRO-TIPO
               MOVE SPACES TO WS-CENTRO-CUSTO-ATUAL
               MOVE 'N' TO WS-RETIDO-FLAG
               MOVE WS-ORC-VALOR-NOVO TO WS-ORC-VALOR-EDIT
               MOVE SPACES TO WS-EXPRESSAO-LOG
               STRING 'ORCAMENTO ' WS-CC-ENTRADA ' ' WS-ORC-PERIODO
                      ' VALOR ' WS-ORC-VALOR-EDIT
                      DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
               PERFORM REGISTRAR-LOG
               MOVE 'ORCAMENTOS' TO WS-JOR-ARQUIVO
               MOVE SPACES TO WS-JOR-CHAVE
               STRING WS-CC-ENTRADA ' ' WS-ORC-PERIODO
                      DELIMITED BY SIZE INTO WS-JOR-CHAVE
               MOVE SPACES TO WS-JOR-ANTES
               IF WS-ORC-ACHOU = 'S'
                   MOVE 'A' TO WS-JOR-ACAO
                   MOVE WS-ORC-VALOR-ANTERIOR TO WS-ORC-VALOR-EDIT
                   MOVE FUNCTION TRIM(WS-ORC-VALOR-EDIT)
                       TO WS-JOR-ANTES
               ELSE
                   MOVE 'I' TO WS-JOR-ACAO
               END-IF
               MOVE WS-ORC-VALOR-NOVO TO WS-ORC-VALOR-EDIT
               MOVE FUNCTION TRIM(WS-ORC-VALOR-EDIT) TO WS-JOR-DEPOIS
               PERFORM GRAVAR-JORNAL
               MOVE WS-ORC-VALOR-ANTERIOR TO WS-DISPLAY-CONVERTIDO
               DISPLAY 'Orcamento de ' FUNCTION TRIM(WS-CC-ENTRADA)
                       ' em ' WS-ORC-PERIODO ' gravado (anterior: '
                       FUNCTION TRIM(WS-DISPLAY-CONVERTIDO) ').'
           END-IF.

       LOCALIZAR-ORCAMENTO.
           MOVE 'N' TO WS-ORC-ACHOU
           MOVE 1 TO WS-ORC-IDX
           PERFORM UNTIL WS-ORC-IDX > WS-ORC-QTD OR
                         WS-ORC-ACHOU = 'S'
               IF WS-ORC-CC(WS-ORC-IDX) = WS-ORC-CC-BUSCA AND
                  WS-ORC-MES(WS-ORC-IDX) = WS-ORC-PERIODO
                   MOVE 'S' TO WS-ORC-ACHOU
               ELSE
                   ADD 1 TO WS-ORC-IDX
               END-IF
           END-PERFORM.

       CARREGAR-ORCAMENTOS.
           MOVE 0 TO WS-ORC-QTD
           MOVE 'N' TO WS-ORC-OVERFLOW
           OPEN INPUT ORCAMENTO-FILE
           IF WS-ORCAMENTO-STATUS = '00'
               MOVE 'N' TO WS-ORCAMENTO-EOF
               PERFORM UNTIL WS-ORCAMENTO-EOF = 'S'
                   READ ORCAMENTO-FILE
                       AT END
                           MOVE 'S' TO WS-ORCAMENTO-EOF
                       NOT AT END
                           IF WS-ORC-QTD >= 600
                               MOVE 'S' TO WS-ORC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-ORC-QTD
                               MOVE OR-CENTRO-CUSTO
                                   TO WS-ORC-CC(WS-ORC-QTD)
                               MOVE OR-PERIODO
                                   TO WS-ORC-MES(WS-ORC-QTD)
                               MOVE OR-VALOR
                                   TO WS-ORC-VALOR(WS-ORC-QTD)
                               MOVE OR-ATUALIZADO-EM
                                   TO WS-ORC-DATA(WS-ORC-QTD)
                               MOVE OR-ATUALIZADO-POR
                                   TO WS-ORC-OPERADOR(WS-ORC-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO-FILE
           END-IF.

       GRAVAR-ORCAMENTOS.
           OPEN OUTPUT ORCAMENTO-FILE
           IF WS-ORCAMENTO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar os orcamentos!'
           ELSE
               MOVE 'S' TO WS-ORC-GRAVA-OK
               MOVE 1 TO WS-ORC-IDX
               PERFORM UNTIL WS-ORC-IDX > WS-ORC-QTD
                   MOVE WS-ORC-CC(WS-ORC-IDX) TO OR-CENTRO-CUSTO
                   MOVE WS-ORC-MES(WS-ORC-IDX) TO OR-PERIODO
                   MOVE WS-ORC-VALOR(WS-ORC-IDX) TO OR-VALOR
                   MOVE WS-ORC-DATA(WS-ORC-IDX) TO OR-ATUALIZADO-EM
                   MOVE WS-ORC-OPERADOR(WS-ORC-IDX)
                       TO OR-ATUALIZADO-POR
                   WRITE ORCAMENTO-RECORD
                   IF WS-ORCAMENTO-STATUS NOT = '00'
                       MOVE 'N' TO WS-ORC-GRAVA-OK
                   END-IF
                   ADD 1 TO WS-ORC-IDX
               END-PERFORM
               CLOSE ORCAMENTO-FILE
               IF WS-ORC-GRAVA-OK NOT = 'S'
                   DISPLAY 'ERRO: Falha ao gravar os orcamentos!'
               END-IF
           END-IF.

       RESERVAR-TRAVA-ORCAMENTOS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND ORCAMENTO-TRAVA-FILE WITH LOCK
               EVALUATE WS-ORCAMENTO-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT ORCAMENTO-TRAVA-FILE WITH LOCK
                       IF WS-ORCAMENTO-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

       LIBERAR-TRAVA-ORCAMENTOS.
           CLOSE ORCAMENTO-TRAVA-FILE.

      * Consumo do mes WS-ORC-PERIODO por centro: orcado, detalhes
      * do feed mestre do GL com data no mes e pendentes ainda
      * retidos ('P') do mes; o envio da sessao corrente, ainda nao
      * consolidado, entra a parte pelos subtotais por centro
       CARREGAR-CONSUMO-ORCAMENTO.
           MOVE 0 TO WS-OCS-QTD
           MOVE 'N' TO WS-OCS-OVERFLOW
           PERFORM CARREGAR-CENTROS-CUSTO
           MOVE 1 TO WS-CCU-IDX
           PERFORM UNTIL WS-CCU-IDX > WS-CCU-QTD
               MOVE WS-CCU-CODIGO(WS-CCU-IDX) TO WS-OCS-BUSCA
               PERFORM INCLUIR-CONSUMO-CC
               ADD 1 TO WS-CCU-IDX
           END-PERFORM

           PERFORM CARREGAR-ORCAMENTOS
           MOVE 1 TO WS-ORC-IDX
           PERFORM UNTIL WS-ORC-IDX > WS-ORC-QTD
               IF WS-ORC-MES(WS-ORC-IDX) = WS-ORC-PERIODO
                   MOVE WS-ORC-CC(WS-ORC-IDX) TO WS-OCS-BUSCA
                   PERFORM INCLUIR-CONSUMO-CC
                   IF WS-OCS-ACHOU = 'S'
                       MOVE 'S' TO WS-OCS-TEM-ORC(WS-OCS-IDX)
                       MOVE WS-ORC-VALOR(WS-ORC-IDX)
                           TO WS-OCS-ORCADO(WS-OCS-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-ORC-IDX
           END-PERFORM

           OPEN INPUT MASTER-GL-FILE
           IF WS-MASTER-GL-STATUS = '00'
               MOVE 'N' TO WS-ORCAMENTO-EOF
               PERFORM UNTIL WS-ORCAMENTO-EOF = 'S'
                   READ MASTER-GL-FILE
                       AT END
                           MOVE 'S' TO WS-ORCAMENTO-EOF
                       NOT AT END
                           PERFORM ACUMULAR-REALIZADO-ORCAMENTO
                   END-READ
               END-PERFORM
               CLOSE MASTER-GL-FILE
           END-IF

           OPEN INPUT PENDENTE-FILE
           IF WS-PENDENTE-STATUS = '00'
               MOVE 'N' TO WS-ORCAMENTO-EOF
               PERFORM UNTIL WS-ORCAMENTO-EOF = 'S'
                   READ PENDENTE-FILE
                       AT END
                           MOVE 'S' TO WS-ORCAMENTO-EOF
                       NOT AT END
                           IF PD-STATUS = 'P' AND
                              PD-DATA(1:7) = WS-ORC-PERIODO
                               MOVE PD-CENTRO-CUSTO TO WS-OCS-BUSCA
                               PERFORM INCLUIR-CONSUMO-CC
                               IF WS-OCS-ACHOU = 'S'
                                   ADD PD-RESULTADO
                                       TO WS-OCS-RETIDO(WS-OCS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENTE-FILE
           END-IF
           MOVE WS-ORC-PERIODO TO WS-OCS-PERIODO.

       ACUMULAR-REALIZADO-ORCAMENTO.
           IF MASTER-GL-RECORD(1:1) = 'D'
               MOVE MASTER-GL-RECORD TO WS-GL-LIDO
               IF WS-GLL-DATA(1:7) = WS-ORC-PERIODO
                   MOVE WS-GLL-CENTRO-CUSTO TO WS-OCS-BUSCA
                   PERFORM INCLUIR-CONSUMO-CC
                   IF WS-OCS-ACHOU = 'S'
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLL-RESULTADO))
                           TO WS-OCS-REALIZADO(WS-OCS-IDX)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CONSUMO-CC.
           MOVE 'N' TO WS-OCS-ACHOU
           MOVE 1 TO WS-OCS-IDX
           PERFORM UNTIL WS-OCS-IDX > WS-OCS-QTD OR
                         WS-OCS-ACHOU = 'S'
               IF WS-OCS-CC(WS-OCS-IDX) = WS-OCS-BUSCA
                   MOVE 'S' TO WS-OCS-ACHOU
               ELSE
                   ADD 1 TO WS-OCS-IDX
               END-IF
           END-PERFORM.

       INCLUIR-CONSUMO-CC.
           PERFORM LOCALIZAR-CONSUMO-CC
           IF WS-OCS-ACHOU NOT = 'S'
               IF WS-OCS-QTD >= 80
                   MOVE 'S' TO WS-OCS-OVERFLOW
               ELSE
                   ADD 1 TO WS-OCS-QTD
                   MOVE WS-OCS-QTD TO WS-OCS-IDX
                   MOVE WS-OCS-BUSCA TO WS-OCS-CC(WS-OCS-IDX)
                   MOVE 'N' TO WS-OCS-TEM-ORC(WS-OCS-IDX)
                   MOVE 0 TO WS-OCS-ORCADO(WS-OCS-IDX)
                   MOVE 0 TO WS-OCS-REALIZADO(WS-OCS-IDX)
                   MOVE 0 TO WS-OCS-RETIDO(WS-OCS-IDX)
                   MOVE 'S' TO WS-OCS-ACHOU
               END-IF
           END-IF.

      * Total exportado pela sessao corrente para o centro WS-OCS-BUSCA
       OBTER-CONSUMO-SESSAO-CC.
           MOVE 0 TO WS-ORC-SESSAO
           MOVE 1 TO WS-CCT-IDX
           PERFORM UNTIL WS-CCT-IDX > WS-CCT-QTD
               IF WS-CCT-CODIGO(WS-CCT-IDX) = WS-OCS-BUSCA
                   MOVE WS-CCT-RESULTADO(WS-CCT-IDX) TO WS-ORC-SESSAO
               END-IF
               ADD 1 TO WS-CCT-IDX
           END-PERFORM.

       RELATORIO-ORCAMENTO.
           PERFORM LER-PERIODO-ORCAMENTO
           IF WS-DTU-OK NOT = 'S'
               DISPLAY 'Periodo invalido.'
           ELSE
               PERFORM CARREGAR-CONSUMO-ORCAMENTO
               IF WS-ORC-PERIODO = WS-DATA-FORMATADA(1:7)
                   MOVE 1 TO WS-OCS-IDX
                   PERFORM UNTIL WS-OCS-IDX > WS-OCS-QTD
                       MOVE WS-OCS-CC(WS-OCS-IDX) TO WS-OCS-BUSCA
                       PERFORM OBTER-CONSUMO-SESSAO-CC
                       ADD WS-ORC-SESSAO
                           TO WS-OCS-REALIZADO(WS-OCS-IDX)
                       ADD 1 TO WS-OCS-IDX
                   END-PERFORM
      *            A sessao ja entrou no realizado desta carga
                   MOVE SPACES TO WS-OCS-PERIODO
               END-IF
               PERFORM IMPRIMIR-RELATORIO-ORCAMENTO
           END-IF.

       IMPRIMIR-RELATORIO-ORCAMENTO.
           MOVE SPACES TO WS-RELORC-FILENAME
           STRING 'orcamento_' WS-ORC-PERIODO '.txt'
               DELIMITED BY SIZE INTO WS-RELORC-FILENAME
           OPEN OUTPUT RELORC-FILE
           IF WS-RELORC-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gerar o relatorio de '
                       'orcamento!'
           ELSE
               MOVE 0 TO WS-RELORC-PAGINA
               MOVE 0 TO WS-ORC-TOT-ORCADO
               MOVE 0 TO WS-ORC-TOT-REALIZADO
               MOVE 0 TO WS-ORC-TOT-RETIDO
               MOVE 0 TO WS-ORC-TOT-SALDO
               MOVE 0 TO WS-ORC-TOT-ACIMA
               PERFORM IMPRIMIR-CABECALHO-ORCAMENTO
               MOVE 1 TO WS-OCS-IDX
               PERFORM UNTIL WS-OCS-IDX > WS-OCS-QTD
                   PERFORM IMPRIMIR-CC-ORCAMENTO
                   ADD 1 TO WS-OCS-IDX
               END-PERFORM
               MOVE ALL '-' TO RELORC-LINHA
               WRITE RELORC-LINHA
               MOVE 'TOTAL GERAL' TO WS-ROT-ROTULO
               MOVE WS-ORC-TOT-ORCADO TO WS-ROT-ORCADO
               MOVE WS-ORC-TOT-REALIZADO TO WS-ROT-REALIZADO
               MOVE WS-ORC-TOT-RETIDO TO WS-ROT-RETIDO
               MOVE WS-ORC-TOT-SALDO TO WS-ROT-SALDO
               MOVE WS-RELORC-TOTAL TO RELORC-LINHA
               WRITE RELORC-LINHA
               MOVE SPACES TO RELORC-LINHA
               STRING 'CENTROS ACIMA DO ORCAMENTO: ' WS-ORC-TOT-ACIMA
                   DELIMITED BY SIZE INTO RELORC-LINHA
               WRITE RELORC-LINHA
               MOVE SPACES TO RELORC-LINHA
               STRING 'SALDO = ORCADO - REALIZADO - RETIDO; '
                      'CONSUMIDO = (REALIZADO + RETIDO) / ORCADO'
                      DELIMITED BY SIZE INTO RELORC-LINHA
               WRITE RELORC-LINHA
               IF WS-OCS-OVERFLOW = 'S'
                   MOVE 'ATENCAO: MAIS DE 80 CENTROS; RELATORIO PARCIAL'
                       TO RELORC-LINHA
                   WRITE RELORC-LINHA
               END-IF
               CLOSE RELORC-FILE
               DISPLAY 'Relatorio gravado em '
                       FUNCTION TRIM(WS-RELORC-FILENAME)
           END-IF.

       IMPRIMIR-CC-ORCAMENTO.
           IF WS-RELORC-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-ORCAMENTO
           END-IF
           MOVE WS-OCS-CC(WS-OCS-IDX) TO WS-ROD-CC
           MOVE WS-OCS-CC(WS-OCS-IDX) TO WS-CC-BUSCA
           PERFORM LOCALIZAR-CENTRO-CUSTO
           IF WS-CCU-ACHOU = 'S'
               MOVE WS-CCU-DESCRICAO(WS-CCU-IDX) TO WS-ROD-DESCRICAO
           ELSE
               MOVE '(FORA DO PLANO DE CENTROS)' TO WS-ROD-DESCRICAO
           END-IF
           COMPUTE WS-ORC-CONSUMIDO = WS-OCS-REALIZADO(WS-OCS-IDX) +
                                      WS-OCS-RETIDO(WS-OCS-IDX)
           MOVE WS-OCS-REALIZADO(WS-OCS-IDX) TO WS-ROD-REALIZADO
           MOVE WS-OCS-RETIDO(WS-OCS-IDX) TO WS-ROD-RETIDO
           ADD WS-OCS-REALIZADO(WS-OCS-IDX) TO WS-ORC-TOT-REALIZADO
           ADD WS-OCS-RETIDO(WS-OCS-IDX) TO WS-ORC-TOT-RETIDO
           IF WS-OCS-TEM-ORC(WS-OCS-IDX) = 'S'
               COMPUTE WS-ORC-SALDO = WS-OCS-ORCADO(WS-OCS-IDX) -
                                      WS-ORC-CONSUMIDO
               MOVE WS-OCS-ORCADO(WS-OCS-IDX) TO WS-ROD-ORCADO
               MOVE WS-ORC-SALDO TO WS-ROD-SALDO
               ADD WS-OCS-ORCADO(WS-OCS-IDX) TO WS-ORC-TOT-ORCADO
               ADD WS-ORC-SALDO TO WS-ORC-TOT-SALDO
               IF WS-ORC-SALDO < 0
                   ADD 1 TO WS-ORC-TOT-ACIMA
               END-IF
               IF WS-OCS-ORCADO(WS-OCS-IDX) > 0
                   MOVE SPACES TO WS-ROD-PCT-TEXTO
                   COMPUTE WS-ORC-PCT ROUNDED =
                           WS-ORC-CONSUMIDO * 100 /
                           WS-OCS-ORCADO(WS-OCS-IDX)
                       ON SIZE ERROR
                           MOVE 9999999.9 TO WS-ORC-PCT
                   END-COMPUTE
                   MOVE WS-ORC-PCT TO WS-ROD-PCT-VALOR
                   MOVE '%' TO WS-ROD-PCT-SINAL
               ELSE
                   MOVE '  ORCADO 0' TO WS-ROD-PCT-TEXTO
               END-IF
           ELSE
               MOVE 0 TO WS-ROD-ORCADO
               MOVE 0 TO WS-ROD-SALDO
               MOVE ' S/ORCAMENTO' TO WS-ROD-PCT-TEXTO
           END-IF
           MOVE WS-RELORC-DETALHE TO RELORC-LINHA
           WRITE RELORC-LINHA
           ADD 1 TO WS-RELORC-LINHAS.

       IMPRIMIR-CABECALHO-ORCAMENTO.
           ADD 1 TO WS-RELORC-PAGINA
           MOVE WS-ORC-PERIODO TO WS-ROC1-PERIODO
           MOVE WS-DATA-FORMATADA TO WS-ROC1-DATA
           MOVE WS-RELORC-PAGINA TO WS-ROC1-PAGINA
           MOVE WS-RELORC-CAB1 TO RELORC-LINHA
           WRITE RELORC-LINHA
           MOVE WS-RELORC-CAB2 TO RELORC-LINHA
           WRITE RELORC-LINHA
           MOVE ALL '-' TO RELORC-LINHA
           WRITE RELORC-LINHA
           MOVE 3 TO WS-RELORC-LINHAS.

      ******************************************************************
      * Calculos financeiros: juros compostos, valor presente e
      * financiamento PRICE ou SAC; os financiamentos imprimem a
      * planilha de amortizacao completa em amortizacao.txt e o
      * resumo entra no log de auditoria e no feed do GL como os
      * outros modos
      ******************************************************************
       CALCULOS-FINANCEIROS.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Financeiro: J-Juros Compostos V-Valor '
                       'Presente P-Price S-Sac F-Fim: '
                   WITH NO ADVANCING
               ACCEPT WS-FIN-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-FIN-OPCAO)
                   TO WS-FIN-OPCAO
               EVALUATE WS-FIN-OPCAO
                   WHEN 'J'
                       PERFORM CALCULAR-JUROS-COMPOSTOS
                   WHEN 'V'
                       PERFORM CALCULAR-VALOR-PRESENTE
                   WHEN 'P'
                       MOVE 'PRICE' TO WS-FIN-SISTEMA
                       PERFORM CALCULAR-FINANCIAMENTO
                   WHEN 'S'
                       MOVE 'SAC' TO WS-FIN-SISTEMA
                       PERFORM CALCULAR-FINANCIAMENTO
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LER-DADOS-FINANCEIROS.
           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Valor (ou M1-M9/ANS): ' WITH NO ADVANCING
               ACCEPT WS-FIN-ENTRADA
               MOVE WS-FIN-ENTRADA TO WS-OPERANDO-TEXTO
               PERFORM RESOLVER-OPERANDO
               IF WS-OPERANDO-OK = 'S' AND WS-OPERANDO-VALOR > 0
                   MOVE WS-OPERANDO-VALOR TO WS-FIN-VALOR
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               ELSE
                   DISPLAY 'Valor invalido. Digite um numero maior '
                           'que zero.'
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Taxa por periodo (%): ' WITH NO ADVANCING
               ACCEPT WS-VALOR-TEXTO
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-VALOR-TEXTO)) TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL = 0
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-VALOR-TEXTO))
                       TO WS-FIN-TAXA-PCT
                   IF WS-FIN-TAXA-PCT >= 0
                       MOVE 'S' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'Taxa invalida. Use zero ou maior.'
                   END-IF
               ELSE
                   DISPLAY 'Taxa invalida. Digite um numero.'
               END-IF
           END-PERFORM
           COMPUTE WS-FIN-TAXA = WS-FIN-TAXA-PCT / 100

           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Numero de parcelas (1-360): '
                   WITH NO ADVANCING
               ACCEPT WS-VALOR-TEXTO
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-VALOR-TEXTO)) TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL = 0
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-VALOR-TEXTO))
                       TO WS-FIN-PARCELAS
                   IF WS-FIN-PARCELAS >= 1 AND
                      WS-FIN-PARCELAS <= 360
                       MOVE 'S' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'Use de 1 a 360 parcelas.'
                   END-IF
               ELSE
                   DISPLAY 'Numero invalido.'
               END-IF
           END-PERFORM

           PERFORM LER-CENTRO-CUSTO
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-EXPRESSAO-LOG
           STRING 'FINANCIAMENTO ' WS-FIN-SISTEMA
               DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
           PERFORM REGISTRAR-RESULTADO-FINANCEIRO
           IF WS-ERRO-FLAG = 'N'
               PERFORM OFERECER-CONTRATO
           END-IF.

      * O resumo financeiro entra no log com o principal e a taxa
      * como operandos, para os totais diarios continuarem
           MOVE 4 TO WS-AMORT-LINHAS.

      ******************************************************************
      * Contratos de financiamento: o financiamento recem-calculado
      * pode ser gravado como contrato; a planilha e refeita parcela
      * a parcela em parcelas.dat, com vencimento mensal a partir
      * do primeiro vencimento informado
      ******************************************************************
       OFERECER-CONTRATO.
           MOVE WS-DATA-FORMATADA TO WS-CTR-DATA
           MOVE WS-HORA-FORMATADA TO WS-CTR-HORA
           DISPLAY 'Gravar o financiamento como contrato? (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-CTR-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-CTR-RESPOSTA)
               TO WS-CTR-RESPOSTA
           IF WS-CTR-RESPOSTA = 'S'
               PERFORM LER-PRIMEIRO-VENCIMENTO
               DISPLAY 'Descricao do contrato: ' WITH NO ADVANCING
               ACCEPT WS-CTR-DESCRICAO
               PERFORM GRAVAR-CONTRATO
           END-IF.

      * Em branco vence um mes depois da data do calculo
       LER-PRIMEIRO-VENCIMENTO.
           PERFORM CARREGAR-FERIADOS
           MOVE WS-CTR-DATA TO WS-CTR-VENC-BASE
           MOVE 2 TO WS-FIN-PARCELA-ATUAL
           PERFORM CALCULAR-VENCIMENTO-PARCELA
           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Primeiro vencimento (AAAA-MM-DD, branco = '
                       WS-CTR-VENCIMENTO '): ' WITH NO ADVANCING
               ACCEPT WS-CTR-TEXTO
               IF WS-CTR-TEXTO = SPACES
                   MOVE WS-CTR-VENC-NOMINAL TO WS-CTR-VENC-BASE
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               ELSE
                   MOVE WS-CTR-TEXTO TO WS-DTU-TEXTO
                   PERFORM VALIDAR-DATA-TEXTO
                   IF WS-DTU-OK = 'S' AND WS-CTR-TEXTO > WS-CTR-DATA
                       MOVE WS-CTR-TEXTO TO WS-CTR-VENC-BASE
                       MOVE 'S' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'Data invalida; informe uma data '
                               'posterior a ' WS-CTR-DATA '.'
                   END-IF
               END-IF
           END-PERFORM.

      * Vencimento da parcela WS-FIN-PARCELA-ATUAL contado em meses
      * a partir de WS-CTR-VENC-BASE; o dia que nao existe no mes
      * (31 em abril, 29 a 31 em fevereiro) vence no ultimo dia. A
      * data nominal que cai em fim de semana ou feriado (calendario
      * bancario) passa para o proximo dia util
       CALCULAR-VENCIMENTO-PARCELA.
           MOVE WS-CTR-VENC-BASE(1:4) TO WS-CTR-ANO
           MOVE WS-CTR-VENC-BASE(6:2) TO WS-CTR-MES
           MOVE WS-CTR-VENC-BASE(9:2) TO WS-CTR-DIA
           COMPUTE WS-CTR-MESES = WS-CTR-MES + WS-FIN-PARCELA-ATUAL - 2
           DIVIDE WS-CTR-MESES BY 12 GIVING WS-CTR-ANOS-ADIC
               REMAINDER WS-CTR-MES
           ADD 1 TO WS-CTR-MES
           ADD WS-CTR-ANOS-ADIC TO WS-CTR-ANO
           IF WS-CTR-MES = 12
               COMPUTE WS-DTU-NUM = (WS-CTR-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DTU-NUM = WS-CTR-ANO * 10000 +
                   (WS-CTR-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DTU-INT =
               FUNCTION INTEGER-OF-DATE(WS-DTU-NUM) - 1
           PERFORM MONTAR-DATA-TEXTO
           MOVE WS-DTU-TEXTO(9:2) TO WS-CTR-ULTIMO-DIA
           IF WS-CTR-DIA > WS-CTR-ULTIMO-DIA
               MOVE WS-CTR-ULTIMO-DIA TO WS-CTR-DIA
           END-IF
           MOVE SPACES TO WS-CTR-VENC-NOMINAL
           STRING WS-CTR-ANO '-' WS-CTR-MES '-' WS-CTR-DIA
               DELIMITED BY SIZE INTO WS-CTR-VENC-NOMINAL
           MOVE WS-CTR-VENC-NOMINAL TO WS-DTU-TEXTO
           MOVE 'B' TO WS-DUT-ESCOPO
           PERFORM OBTER-PROXIMO-DIA-UTIL
           MOVE WS-DTU-TEXTO TO WS-CTR-VENCIMENTO.

       GRAVAR-CONTRATO.
           PERFORM RESERVAR-TRAVA-CONTRATOS
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'ERRO: Cadastro de contratos em uso; contrato '
                       'nao gravado!'
           ELSE
               PERFORM GRAVAR-CONTRATO-TRAVADO
               PERFORM LIBERAR-TRAVA-CONTRATOS
               IF WS-CTR-GRAVA-OK = 'S'
                   PERFORM OBTER-DATA-HORA
                   MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
                   MOVE SPACES TO WS-OPERADOR-LOG
                   MOVE 0 TO WS-PRIMEIRO-NUMERO
                   MOVE 0 TO WS-SEGUNDO-NUMERO
                   MOVE 0 TO WS-RESULTADO
                   MOVE 'N' TO WS-ERRO-FLAG
                   MOVE SPACES TO WS-ERRO-TIPO
                   MOVE 'N' TO WS-RETIDO-FLAG
                   MOVE SPACES TO WS-EXPRESSAO-LOG
                   STRING 'CONTRATO ' WS-CTR-NUMERO ' '
                          WS-FIN-SISTEMA ' DE ' WS-CTR-DATA ' '
                          WS-CTR-HORA
                          DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
                   PERFORM REGISTRAR-LOG
                   DISPLAY 'Contrato ' WS-CTR-NUMERO ' gravado com '
                           WS-FIN-PARCELAS ' parcelas.'
               END-IF
           END-IF.

      * O numero vem do maior contrato ja em arquivo, lido sob a
      * mesma trava da inclusao; o mestre e gravado antes das
      * parcelas para uma falha no meio nao deixar parcelas soltas
      * com um numero que o proximo contrato reutilizaria
       GRAVAR-CONTRATO-TRAVADO.
           MOVE 'N' TO WS-CTR-GRAVA-OK
           PERFORM OBTER-MAIOR-CONTRATO
           COMPUTE WS-CTR-NUMERO = WS-CTR-MAX-NUMERO + 1
           OPEN EXTEND CONTRATO-FILE
           IF WS-CONTRATO-STATUS = '35'
               OPEN OUTPUT CONTRATO-FILE
           END-IF
           IF WS-CONTRATO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o contrato!'
           ELSE
               MOVE WS-CTR-NUMERO TO CN-NUMERO
               MOVE WS-CTR-DATA TO CN-DATA
               MOVE WS-CTR-HORA TO CN-HORA
               MOVE WS-OPERADOR-ID TO CN-OPERADOR-ID
               MOVE WS-FIN-SISTEMA TO CN-SISTEMA
               MOVE WS-FIN-VALOR TO CN-VALOR
               MOVE WS-FIN-TAXA-PCT TO CN-TAXA-PCT
               MOVE WS-FIN-PARCELAS TO CN-PARCELAS
               MOVE WS-CTR-VENC-BASE TO CN-PRIMEIRO-VENCTO
               MOVE WS-CENTRO-CUSTO-ATUAL TO CN-CENTRO-CUSTO
               MOVE WS-CTR-DESCRICAO TO CN-DESCRICAO
               MOVE 'A' TO CN-STATUS
               WRITE CONTRATO-RECORD
               IF WS-CONTRATO-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o contrato!'
                   CLOSE CONTRATO-FILE
               ELSE
                   CLOSE CONTRATO-FILE
                   PERFORM GRAVAR-PARCELAS-CONTRATO
               END-IF
           END-IF.

       GRAVAR-PARCELAS-CONTRATO.
           OPEN EXTEND PARCELA-FILE
           IF WS-PARCELA-STATUS = '35'
               OPEN OUTPUT PARCELA-FILE
           END-IF
           IF WS-PARCELA-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar as parcelas do '
                       'contrato ' WS-CTR-NUMERO '!'
           ELSE
               MOVE 'S' TO WS-CTR-GRAVA-OK
               MOVE 0 TO WS-FIN-TOTAL-PAGO
               MOVE 0 TO WS-FIN-TOTAL-JUROS
               MOVE WS-FIN-VALOR TO WS-FIN-SALDO
               MOVE 1 TO WS-FIN-PARCELA-ATUAL
               PERFORM UNTIL WS-FIN-PARCELA-ATUAL > WS-FIN-PARCELAS
                   PERFORM CALCULAR-PARCELA-AMORTIZACAO
                   PERFORM CALCULAR-VENCIMENTO-PARCELA
                   MOVE WS-CTR-NUMERO TO PC-CONTRATO
                   MOVE WS-FIN-PARCELA-ATUAL TO PC-NUMERO
                   MOVE WS-CTR-VENCIMENTO TO PC-VENCIMENTO
                   MOVE WS-FIN-PRESTACAO TO PC-PRESTACAO
                   MOVE WS-FIN-AMORTIZACAO TO PC-AMORTIZACAO
                   MOVE WS-FIN-JUROS TO PC-JUROS
                   MOVE WS-FIN-SALDO TO PC-SALDO
                   MOVE 'A' TO PC-STATUS
                   MOVE SPACES TO PC-DATA-PAGTO
                   MOVE SPACES TO PC-BAIXADO-POR
                   WRITE PARCELA-RECORD
                   IF WS-PARCELA-STATUS NOT = '00'
                       MOVE 'N' TO WS-CTR-GRAVA-OK
                   END-IF
                   ADD 1 TO WS-FIN-PARCELA-ATUAL
               END-PERFORM
               CLOSE PARCELA-FILE
               IF WS-CTR-GRAVA-OK NOT = 'S'
                   DISPLAY 'ERRO: Falha na gravacao das parcelas do '
                           'contrato ' WS-CTR-NUMERO '!'
               END-IF
           END-IF.

       OBTER-MAIOR-CONTRATO.
           MOVE 0 TO WS-CTR-MAX-NUMERO
           OPEN INPUT CONTRATO-FILE
           IF WS-CONTRATO-STATUS = '00'
               MOVE 'N' TO WS-CONTRATO-EOF
               PERFORM UNTIL WS-CONTRATO-EOF = 'S'
                   READ CONTRATO-FILE
                       AT END
                           MOVE 'S' TO WS-CONTRATO-EOF
                       NOT AT END
                           IF CN-NUMERO > WS-CTR-MAX-NUMERO
                               MOVE CN-NUMERO TO WS-CTR-MAX-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRATO-FILE
           END-IF.

      ******************************************************************
      * Opcao 22: consulta dos contratos, baixa de parcela paga
      * (supervisor), relatorio mensal de vencimentos e saldo para
      * quitacao em qualquer data
      ******************************************************************
       CONTRATOS-FINANCIAMENTO.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Contratos: L-Listar B-Baixar Parcela '
                       'V-Vencimentos do Mes Q-Saldo p/ Quitacao '
                       'F-Fim: '
                   WITH NO ADVANCING
               ACCEPT WS-CTR-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-CTR-OPCAO)
                   TO WS-CTR-OPCAO
               EVALUATE WS-CTR-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-CONTRATOS
                   WHEN 'B'
                       IF WS-OPERADOR-NIVEL = 'S'
                           PERFORM BAIXAR-PARCELA-CONTRATO
                       ELSE
                           DISPLAY 'Funcao restrita a supervisores.'
                       END-IF
                   WHEN 'V'
                       PERFORM RELATORIO-VENCIMENTOS
                   WHEN 'Q'
                       PERFORM SALDO-QUITACAO-CONTRATO
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       LISTAR-CONTRATOS.
           MOVE 0 TO WS-CTR-EXIBIDOS
           OPEN INPUT CONTRATO-FILE
           IF WS-CONTRATO-STATUS = '00'
               MOVE 'N' TO WS-CONTRATO-EOF
               PERFORM UNTIL WS-CONTRATO-EOF = 'S'
                   READ CONTRATO-FILE
                       AT END
                           MOVE 'S' TO WS-CONTRATO-EOF
                       NOT AT END
                           ADD 1 TO WS-CTR-EXIBIDOS
                           PERFORM EXIBIR-CONTRATO
                   END-READ
               END-PERFORM
               CLOSE CONTRATO-FILE
           END-IF
           IF WS-CTR-EXIBIDOS = 0
               DISPLAY 'Nenhum contrato cadastrado.'
           END-IF.

       EXIBIR-CONTRATO.
           MOVE CN-VALOR TO WS-CTR-VALOR-EDIT
           MOVE CN-TAXA-PCT TO WS-CTR-TAXA-EDIT
           IF CN-STATUS = 'Q'
               MOVE 'QUITADO' TO WS-CTR-SITUACAO
           ELSE
               MOVE 'ATIVO' TO WS-CTR-SITUACAO
           END-IF
           DISPLAY CN-NUMERO ' ' CN-DATA ' ' CN-SISTEMA ' '
                   WS-CTR-VALOR-EDIT ' ' WS-CTR-TAXA-EDIT '% '
                   CN-PARCELAS 'x ' CN-CENTRO-CUSTO ' '
                   WS-CTR-SITUACAO ' '
                   FUNCTION TRIM(CN-DESCRICAO).

       LER-NUMERO-CONTRATO.
           MOVE 'N' TO WS-CTR-ACHOU
           MOVE 0 TO WS-CTR-NUMERO
           DISPLAY 'Numero do contrato: ' WITH NO ADVANCING
           ACCEPT WS-CTR-TEXTO
           IF WS-CTR-TEXTO NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CTR-TEXTO))
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CTR-TEXTO))
                       TO WS-CTR-NUMERO
                   PERFORM LOCALIZAR-CONTRATO
               END-IF
           END-IF.

       LOCALIZAR-CONTRATO.
           MOVE 'N' TO WS-CTR-ACHOU
           OPEN INPUT CONTRATO-FILE
           IF WS-CONTRATO-STATUS = '00'
               MOVE 'N' TO WS-CONTRATO-EOF
               PERFORM UNTIL WS-CONTRATO-EOF = 'S' OR
                             WS-CTR-ACHOU = 'S'
                   READ CONTRATO-FILE
                       AT END
                           MOVE 'S' TO WS-CONTRATO-EOF
                       NOT AT END
                           IF CN-NUMERO = WS-CTR-NUMERO
                               MOVE CONTRATO-RECORD TO WS-CTR-LIDO
                               MOVE 'S' TO WS-CTR-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRATO-FILE
           END-IF.

      * Baixa de parcela paga: a parcela e marcada como paga na
      * data informada, a baixa entra no log de auditoria e o
      * contrato passa a quitado quando nao resta parcela aberta
       BAIXAR-PARCELA-CONTRATO.
           PERFORM LER-NUMERO-CONTRATO
           IF WS-CTR-ACHOU NOT = 'S'
               DISPLAY 'Contrato nao encontrado.'
           ELSE
           IF WS-CTL-STATUS = 'Q'
               DISPLAY 'Contrato ja quitado.'
           ELSE
               PERFORM LISTAR-PARCELAS-ABERTAS
               DISPLAY 'Parcela a baixar (0 = cancelar): '
                   WITH NO ADVANCING
               ACCEPT WS-CTR-TEXTO
               MOVE 0 TO WS-PAR-NUMERO
               IF WS-CTR-TEXTO NOT = SPACES
                   MOVE FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-CTR-TEXTO))
                       TO WS-TEST-NUMVAL
                   IF WS-TEST-NUMVAL = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-CTR-TEXTO))
                           TO WS-PAR-NUMERO
                   END-IF
               END-IF
               IF WS-PAR-NUMERO = 0 OR
                  WS-PAR-NUMERO > WS-CTL-PARCELAS
                   DISPLAY 'Baixa cancelada.'
               ELSE
                   PERFORM LER-DATA-PAGAMENTO
                   PERFORM BAIXAR-PARCELA
               END-IF
           END-IF
           END-IF.

       LISTAR-PARCELAS-ABERTAS.
           MOVE 0 TO WS-PAR-EXIBIDAS
           DISPLAY 'Contrato ' WS-CTL-NUMERO ' - '
                   FUNCTION TRIM(WS-CTL-DESCRICAO)
           OPEN INPUT PARCELA-FILE
           IF WS-PARCELA-STATUS = '00'
               MOVE 'N' TO WS-PARCELA-EOF
               PERFORM UNTIL WS-PARCELA-EOF = 'S'
                   READ PARCELA-FILE
                       AT END
                           MOVE 'S' TO WS-PARCELA-EOF
                       NOT AT END
                           IF PC-CONTRATO = WS-CTL-NUMERO AND
                              PC-STATUS = 'A'
                               ADD 1 TO WS-PAR-EXIBIDAS
                               MOVE PC-PRESTACAO TO WS-CTR-VALOR-EDIT
                               DISPLAY '  Parcela ' PC-NUMERO
                                       ' vence ' PC-VENCIMENTO ' '
                                       WS-CTR-VALOR-EDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELA-FILE
           END-IF
           IF WS-PAR-EXIBIDAS = 0
               DISPLAY '  Nenhuma parcela em aberto.'
           END-IF.

       LER-DATA-PAGAMENTO.
           PERFORM OBTER-DATA-HORA
           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Data do pagamento (AAAA-MM-DD, branco = '
                       'hoje): ' WITH NO ADVANCING
               ACCEPT WS-CTR-TEXTO
               IF WS-CTR-TEXTO = SPACES
                   MOVE WS-DATA-FORMATADA TO WS-PAR-DATA-PAGTO
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               ELSE
                   MOVE WS-CTR-TEXTO TO WS-DTU-TEXTO
                   PERFORM VALIDAR-DATA-TEXTO
                   IF WS-DTU-OK = 'S' AND
                      WS-CTR-TEXTO <= WS-DATA-FORMATADA
                       MOVE WS-CTR-TEXTO TO WS-PAR-DATA-PAGTO
                       MOVE 'S' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'Data invalida ou futura.'
                   END-IF
               END-IF
           END-PERFORM.

       BAIXAR-PARCELA.
           PERFORM RESERVAR-TRAVA-CONTRATOS
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'ERRO: Cadastro de contratos em uso; baixa '
                       'nao realizada!'
           ELSE
               PERFORM REGRAVAR-PARCELAS-BAIXA
               IF WS-PAR-BAIXADA = 'S' AND WS-PAR-ABERTAS = 0
                   PERFORM REGRAVAR-CONTRATO-QUITADO
               END-IF
               PERFORM LIBERAR-TRAVA-CONTRATOS
               IF WS-PAR-BAIXADA = 'S'
                   PERFORM OBTER-DATA-HORA
                   MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
                   MOVE SPACES TO WS-OPERADOR-LOG
                   MOVE 0 TO WS-PRIMEIRO-NUMERO
                   MOVE 0 TO WS-SEGUNDO-NUMERO
                   MOVE 0 TO WS-RESULTADO
                   MOVE 'N' TO WS-ERRO-FLAG
                   MOVE SPACES TO WS-ERRO-TIPO
                   MOVE WS-CTL-CC TO WS-CENTRO-CUSTO-ATUAL
                   MOVE 'N' TO WS-RETIDO-FLAG
                   MOVE SPACES TO WS-EXPRESSAO-LOG
                   STRING 'BAIXA CONTRATO ' WS-CTL-NUMERO
                          ' PARCELA ' WS-PAR-NUMERO
                          ' PAGA EM ' WS-PAR-DATA-PAGTO
                          DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
                   PERFORM REGISTRAR-LOG
                   DISPLAY 'Parcela ' WS-PAR-NUMERO ' baixada.'
                   IF WS-PAR-ABERTAS = 0
                       DISPLAY 'Contrato ' WS-CTL-NUMERO
                               ' quitado.'
                   END-IF
               END-IF
           END-IF.

      * Regravacao por copia: parcelas.dat vai inteiro para o .tmp
      * com a parcela baixada, e o .tmp so substitui o arquivo se a
      * copia completa deu certo
       REGRAVAR-PARCELAS-BAIXA.
           MOVE 'N' TO WS-PAR-BAIXADA
           MOVE 'N' TO WS-PAR-ACHOU
           MOVE 0 TO WS-PAR-ABERTAS
           OPEN INPUT PARCELA-FILE
           IF WS-PARCELA-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel ler as parcelas!'
           ELSE
               OPEN OUTPUT PARCELA-TMP-FILE
               IF WS-PARCELA-TMP-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel regravar as '
                           'parcelas!'
                   CLOSE PARCELA-FILE
               ELSE
                   MOVE 'S' TO WS-PAR-COPIA-OK
                   MOVE 'N' TO WS-PARCELA-EOF
                   PERFORM UNTIL WS-PARCELA-EOF = 'S'
                       READ PARCELA-FILE
                           AT END
                               MOVE 'S' TO WS-PARCELA-EOF
                           NOT AT END
                               PERFORM COPIAR-PARCELA-BAIXA
                       END-READ
                   END-PERFORM
                   CLOSE PARCELA-FILE
                   CLOSE PARCELA-TMP-FILE
                   IF WS-PAR-ACHOU = 'S' AND WS-PAR-COPIA-OK = 'S'
                       CALL 'CBL_RENAME_FILE' USING
                           WS-PARCELA-TMP-FILENAME
                           WS-PARCELA-FILENAME
                       IF RETURN-CODE = 0
                           MOVE 'S' TO WS-PAR-BAIXADA
                       ELSE
                           DISPLAY 'ERRO: Nao foi possivel regravar '
                                   'as parcelas!'
                       END-IF
                   ELSE
                       IF WS-PAR-COPIA-OK NOT = 'S'
                           DISPLAY 'ERRO: Nao foi possivel regravar '
                                   'as parcelas!'
                       ELSE
                           DISPLAY 'Parcela inexistente ou ja paga.'
                       END-IF
                       MOVE WS-PARCELA-TMP-FILENAME
                           TO WS-ARQUIVO-DELETAR
                       CALL 'CBL_DELETE_FILE' USING WS-ARQUIVO-DELETAR
                   END-IF
               END-IF
           END-IF.

       COPIAR-PARCELA-BAIXA.
           IF PC-CONTRATO = WS-CTL-NUMERO
               IF PC-NUMERO = WS-PAR-NUMERO AND PC-STATUS = 'A'
                   MOVE 'P' TO PC-STATUS
                   MOVE WS-PAR-DATA-PAGTO TO PC-DATA-PAGTO
                   MOVE WS-OPERADOR-ID TO PC-BAIXADO-POR
                   MOVE 'S' TO WS-PAR-ACHOU
               END-IF
               IF PC-STATUS = 'A'
                   ADD 1 TO WS-PAR-ABERTAS
               END-IF
           END-IF
           MOVE PARCELA-RECORD TO PARCELA-TMP-RECORD
           WRITE PARCELA-TMP-RECORD
           IF WS-PARCELA-TMP-STATUS NOT = '00'
               MOVE 'N' TO WS-PAR-COPIA-OK
           END-IF.

       REGRAVAR-CONTRATO-QUITADO.
           OPEN INPUT CONTRATO-FILE
           IF WS-CONTRATO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel marcar o contrato '
                       'como quitado!'
           ELSE
               OPEN OUTPUT CONTRATO-TMP-FILE
               IF WS-CONTRATO-TMP-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel marcar o contrato '
                           'como quitado!'
                   CLOSE CONTRATO-FILE
               ELSE
                   MOVE 'S' TO WS-PAR-COPIA-OK
                   MOVE 'N' TO WS-CONTRATO-EOF
                   PERFORM UNTIL WS-CONTRATO-EOF = 'S'
                       READ CONTRATO-FILE
                           AT END
                               MOVE 'S' TO WS-CONTRATO-EOF
                           NOT AT END
                               IF CN-NUMERO = WS-CTL-NUMERO
                                   MOVE 'Q' TO CN-STATUS
                               END-IF
                               MOVE CONTRATO-RECORD
                                   TO CONTRATO-TMP-RECORD
                               WRITE CONTRATO-TMP-RECORD
                               IF WS-CONTRATO-TMP-STATUS NOT = '00'
                                   MOVE 'N' TO WS-PAR-COPIA-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATO-FILE
                   CLOSE CONTRATO-TMP-FILE
                   IF WS-PAR-COPIA-OK = 'S'
                       CALL 'CBL_RENAME_FILE' USING
                           WS-CONTRATO-TMP-FILENAME
                           WS-CONTRATO-FILENAME
                   END-IF
                   IF WS-PAR-COPIA-OK NOT = 'S' OR RETURN-CODE NOT = 0
                       DISPLAY 'ERRO: Nao foi possivel marcar o '
                               'contrato como quitado!'
                   END-IF
               END-IF
           END-IF.

       RESERVAR-TRAVA-CONTRATOS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND CONTRATO-TRAVA-FILE WITH LOCK
               EVALUATE WS-CONTRATO-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT CONTRATO-TRAVA-FILE WITH LOCK
                       IF WS-CONTRATO-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

       LIBERAR-TRAVA-CONTRATOS.
           CLOSE CONTRATO-TRAVA-FILE.

      * Saldo para quitacao numa data: prestacoes vencidas ate a
      * data e nao pagas ate ela, mais o principal das parcelas a
      * vencer, mais os juros da parcela corrente proporcionais aos
      * dias decorridos desde o vencimento anterior (ou desde a
      * data do contrato, na primeira parcela)
       SALDO-QUITACAO-CONTRATO.
           PERFORM LER-NUMERO-CONTRATO
           IF WS-CTR-ACHOU NOT = 'S'
               DISPLAY 'Contrato nao encontrado.'
           ELSE
               PERFORM OBTER-DATA-HORA
               MOVE 'N' TO WS-ENTRADA-VALIDA
               PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
                   DISPLAY 'Data da quitacao (AAAA-MM-DD, branco = '
                           'hoje): ' WITH NO ADVANCING
                   ACCEPT WS-CTR-TEXTO
                   IF WS-CTR-TEXTO = SPACES
                       MOVE WS-DATA-FORMATADA TO WS-CTR-TEXTO
                   END-IF
                   MOVE WS-CTR-TEXTO TO WS-DTU-TEXTO
                   PERFORM VALIDAR-DATA-TEXTO
                   IF WS-DTU-OK = 'S'
                       MOVE WS-CTR-TEXTO TO WS-QUI-DATA
                       MOVE WS-DTU-INT TO WS-QUI-INT-DATA
                       MOVE 'S' TO WS-ENTRADA-VALIDA
                   ELSE
                       DISPLAY 'Data invalida.'
                   END-IF
               END-PERFORM
               PERFORM CALCULAR-SALDO-QUITACAO
               DISPLAY ' '
               DISPLAY 'Contrato ' WS-CTL-NUMERO ' - '
                       FUNCTION TRIM(WS-CTL-DESCRICAO)
                       ' - saldo para quitacao em ' WS-QUI-DATA
               MOVE WS-QUI-VENCIDO TO WS-DISPLAY-RESULT
               DISPLAY '  Prestacoes vencidas em aberto ('
                       WS-QUI-QTD-VENCIDAS '): ' WS-DISPLAY-RESULT
               MOVE WS-QUI-PRINCIPAL TO WS-DISPLAY-RESULT
               DISPLAY '  Principal a vencer ('
                       WS-QUI-QTD-A-VENCER '):            '
                       WS-DISPLAY-RESULT
               MOVE WS-QUI-JUROS-PRO-RATA TO WS-DISPLAY-RESULT
               DISPLAY '  Juros pro rata da parcela corrente:  '
                       WS-DISPLAY-RESULT
               COMPUTE WS-QUI-TOTAL = WS-QUI-VENCIDO +
                   WS-QUI-PRINCIPAL + WS-QUI-JUROS-PRO-RATA
               MOVE WS-QUI-TOTAL TO WS-DISPLAY-RESULT
               DISPLAY '  Saldo para quitacao:                 '
                       WS-DISPLAY-RESULT
           END-IF.

       CALCULAR-SALDO-QUITACAO.
           MOVE 0 TO WS-QUI-VENCIDO
           MOVE 0 TO WS-QUI-QTD-VENCIDAS
           MOVE 0 TO WS-QUI-PRINCIPAL
           MOVE 0 TO WS-QUI-QTD-A-VENCER
           MOVE 0 TO WS-QUI-JUROS-PRO-RATA
           MOVE 'N' TO WS-QUI-CORRENTE-ACHADA
           MOVE WS-CTL-DATA TO WS-QUI-VENC-ANTERIOR
           OPEN INPUT PARCELA-FILE
           IF WS-PARCELA-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel ler as parcelas!'
           ELSE
               MOVE 'N' TO WS-PARCELA-EOF
               PERFORM UNTIL WS-PARCELA-EOF = 'S'
                   READ PARCELA-FILE
                       AT END
                           MOVE 'S' TO WS-PARCELA-EOF
                       NOT AT END
                           IF PC-CONTRATO = WS-CTL-NUMERO
                               PERFORM AVALIAR-PARCELA-QUITACAO
                               MOVE PC-VENCIMENTO
                                   TO WS-QUI-VENC-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELA-FILE
           END-IF.

      * A parcela corrente e a primeira com vencimento depois da
      * data; se ja foi paga antecipadamente, nao ha juros a somar
       AVALIAR-PARCELA-QUITACAO.
           MOVE 'N' TO WS-QUI-PARCELA-CORRENTE
           IF PC-VENCIMENTO > WS-QUI-DATA AND
              WS-QUI-CORRENTE-ACHADA = 'N'
               MOVE 'S' TO WS-QUI-CORRENTE-ACHADA
               MOVE 'S' TO WS-QUI-PARCELA-CORRENTE
           END-IF
           IF PC-STATUS = 'P' AND PC-DATA-PAGTO <= WS-QUI-DATA
               CONTINUE
           ELSE
           IF PC-VENCIMENTO <= WS-QUI-DATA
               ADD PC-PRESTACAO TO WS-QUI-VENCIDO
               ADD 1 TO WS-QUI-QTD-VENCIDAS
           ELSE
               ADD PC-AMORTIZACAO TO WS-QUI-PRINCIPAL
               ADD 1 TO WS-QUI-QTD-A-VENCER
               IF WS-QUI-PARCELA-CORRENTE = 'S'
                   PERFORM CALCULAR-JUROS-PRO-RATA
               END-IF
           END-IF
           END-IF.

       CALCULAR-JUROS-PRO-RATA.
           MOVE WS-QUI-VENC-ANTERIOR TO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           MOVE WS-DTU-INT TO WS-QUI-INT-ANTERIOR
           MOVE PC-VENCIMENTO TO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           MOVE WS-DTU-INT TO WS-QUI-INT-VENCTO
           IF WS-QUI-INT-VENCTO > WS-QUI-INT-ANTERIOR AND
              WS-QUI-INT-DATA > WS-QUI-INT-ANTERIOR
               COMPUTE WS-QUI-JUROS-PRO-RATA ROUNDED =
                   PC-JUROS * (WS-QUI-INT-DATA - WS-QUI-INT-ANTERIOR)
                   / (WS-QUI-INT-VENCTO - WS-QUI-INT-ANTERIOR)
           END-IF.

      ******************************************************************
      * Relatorio mensal de parcelas: as que vencem no mes de
      * referencia (pagas, a vencer ou vencidas) e as de meses
      * anteriores ainda em aberto, agrupadas por centro de custo
      * e contrato, com totais por contrato, centro e geral
      ******************************************************************
       RELATORIO-VENCIMENTOS.
           PERFORM OBTER-DATA-HORA
           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Mes de referencia (AAAA-MM, branco = mes '
                       'atual): ' WITH NO ADVANCING
               ACCEPT WS-VEN-MES
               IF WS-VEN-MES = SPACES
                   MOVE WS-DATA-FORMATADA(1:7) TO WS-VEN-MES
               END-IF
               MOVE SPACES TO WS-VEN-MES-INI
               STRING WS-VEN-MES '-01' DELIMITED BY SIZE
                   INTO WS-VEN-MES-INI
               MOVE WS-VEN-MES-INI TO WS-DTU-TEXTO
               PERFORM VALIDAR-DATA-TEXTO
               IF WS-DTU-OK = 'S'
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               ELSE
                   DISPLAY 'Mes invalido.'
               END-IF
           END-PERFORM
           PERFORM CARREGAR-TABELA-CONTRATOS
           IF WS-CTT-QTD = 0
               DISPLAY 'Nenhum contrato cadastrado.'
           ELSE
               OPEN OUTPUT RELVEN-FILE
               IF WS-RELVEN-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o relatorio '
                           'de vencimentos!'
               ELSE
                   MOVE 0 TO WS-RELVEN-PAGINA
                   MOVE 99 TO WS-RELVEN-LINHAS
                   MOVE 0 TO WS-VEN-GER-A-VENCER
                   MOVE 0 TO WS-VEN-GER-VENCIDO
                   MOVE 0 TO WS-VEN-GER-PAGO
                   MOVE LOW-VALUES TO WS-VEN-CC-ATUAL
                   MOVE 'S' TO WS-VEN-CC-ACHOU
                   PERFORM UNTIL WS-VEN-CC-ACHOU = 'N'
                       PERFORM LOCALIZAR-PROXIMO-CC-VENCTO
                       IF WS-VEN-CC-ACHOU = 'S'
                           MOVE WS-VEN-CC-PROXIMO TO WS-VEN-CC-ATUAL
                           PERFORM IMPRIMIR-CC-VENCIMENTOS
                       END-IF
                   END-PERFORM
                   IF WS-RELVEN-LINHAS >= 55
                       PERFORM IMPRIMIR-CABECALHO-VENCIMENTOS
                   END-IF
                   MOVE 'TOTAL GERAL' TO WS-RVT-ROTULO
                   MOVE WS-VEN-GER-A-VENCER TO WS-RVT-A-VENCER
                   MOVE WS-VEN-GER-VENCIDO TO WS-RVT-VENCIDO
                   MOVE WS-VEN-GER-PAGO TO WS-RVT-PAGO
                   MOVE WS-RELVEN-TOTAL TO RELVEN-LINHA
                   WRITE RELVEN-LINHA
                   CLOSE RELVEN-FILE
                   DISPLAY 'Relatorio gravado em '
                           FUNCTION TRIM(WS-RELVEN-FILENAME)
               END-IF
           END-IF.

       CARREGAR-TABELA-CONTRATOS.
           MOVE 0 TO WS-CTT-QTD
           MOVE 'N' TO WS-CTT-OVERFLOW
           OPEN INPUT CONTRATO-FILE
           IF WS-CONTRATO-STATUS = '00'
               MOVE 'N' TO WS-CONTRATO-EOF
               PERFORM UNTIL WS-CONTRATO-EOF = 'S'
                   READ CONTRATO-FILE
                       AT END
                           MOVE 'S' TO WS-CONTRATO-EOF
                       NOT AT END
                           IF WS-CTT-QTD < 200
                               ADD 1 TO WS-CTT-QTD
                               MOVE CN-NUMERO
                                   TO WS-CTT-NUMERO(WS-CTT-QTD)
                               MOVE CN-CENTRO-CUSTO
                                   TO WS-CTT-CC(WS-CTT-QTD)
                               MOVE CN-DESCRICAO
                                   TO WS-CTT-DESCRICAO(WS-CTT-QTD)
                           ELSE
                               MOVE 'S' TO WS-CTT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRATO-FILE
           END-IF
           IF WS-CTT-OVERFLOW = 'S'
               DISPLAY 'AVISO: Mais de 200 contratos; o relatorio '
                       'considera apenas os 200 primeiros.'
           END-IF.

      * Menor centro de custo acima do atual, para os centros sairem
      * em ordem sem ordenar a tabela
       LOCALIZAR-PROXIMO-CC-VENCTO.
           MOVE 'N' TO WS-VEN-CC-ACHOU
           MOVE HIGH-VALUES TO WS-VEN-CC-PROXIMO
           MOVE 1 TO WS-CTT-IDX
           PERFORM UNTIL WS-CTT-IDX > WS-CTT-QTD
               IF WS-CTT-CC(WS-CTT-IDX) > WS-VEN-CC-ATUAL AND
                  WS-CTT-CC(WS-CTT-IDX) < WS-VEN-CC-PROXIMO
                   MOVE WS-CTT-CC(WS-CTT-IDX) TO WS-VEN-CC-PROXIMO
                   MOVE 'S' TO WS-VEN-CC-ACHOU
               END-IF
               ADD 1 TO WS-CTT-IDX
           END-PERFORM.

       IMPRIMIR-CC-VENCIMENTOS.
           MOVE 0 TO WS-VEN-CC-A-VENCER
           MOVE 0 TO WS-VEN-CC-VENCIDO
           MOVE 0 TO WS-VEN-CC-PAGO
           MOVE 'N' TO WS-VEN-CC-IMPRESSO
           MOVE 'N' TO WS-VEN-CC-TEVE-LINHA
           MOVE 1 TO WS-CTT-IDX
           PERFORM UNTIL WS-CTT-IDX > WS-CTT-QTD
               IF WS-CTT-CC(WS-CTT-IDX) = WS-VEN-CC-ATUAL
                   PERFORM IMPRIMIR-CONTRATO-VENCIMENTOS
               END-IF
               ADD 1 TO WS-CTT-IDX
           END-PERFORM
           IF WS-VEN-CC-TEVE-LINHA = 'S'
               IF WS-RELVEN-LINHAS >= 55
                   PERFORM IMPRIMIR-CABECALHO-VENCIMENTOS
               END-IF
               MOVE SPACES TO WS-RVT-ROTULO
               STRING 'TOTAL CENTRO ' WS-VEN-CC-ATUAL
                   DELIMITED BY SIZE INTO WS-RVT-ROTULO
               MOVE WS-VEN-CC-A-VENCER TO WS-RVT-A-VENCER
               MOVE WS-VEN-CC-VENCIDO TO WS-RVT-VENCIDO
               MOVE WS-VEN-CC-PAGO TO WS-RVT-PAGO
               MOVE WS-RELVEN-TOTAL TO RELVEN-LINHA
               WRITE RELVEN-LINHA
               MOVE SPACES TO RELVEN-LINHA
               WRITE RELVEN-LINHA
               ADD 2 TO WS-RELVEN-LINHAS
               ADD WS-VEN-CC-A-VENCER TO WS-VEN-GER-A-VENCER
               ADD WS-VEN-CC-VENCIDO TO WS-VEN-GER-VENCIDO
               ADD WS-VEN-CC-PAGO TO WS-VEN-GER-PAGO
           END-IF.

       IMPRIMIR-CONTRATO-VENCIMENTOS.
           MOVE 0 TO WS-VEN-CTR-A-VENCER
           MOVE 0 TO WS-VEN-CTR-VENCIDO
           MOVE 0 TO WS-VEN-CTR-PAGO
           MOVE 0 TO WS-VEN-LINHAS-CTR
           OPEN INPUT PARCELA-FILE
           IF WS-PARCELA-STATUS = '00'
               MOVE 'N' TO WS-PARCELA-EOF
               PERFORM UNTIL WS-PARCELA-EOF = 'S'
                   READ PARCELA-FILE
                       AT END
                           MOVE 'S' TO WS-PARCELA-EOF
                       NOT AT END
                           IF PC-CONTRATO = WS-CTT-NUMERO(WS-CTT-IDX)
                               PERFORM AVALIAR-PARCELA-VENCIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELA-FILE
           END-IF
           IF WS-VEN-LINHAS-CTR > 0
               MOVE 'S' TO WS-VEN-CC-TEVE-LINHA
               IF WS-RELVEN-LINHAS >= 55
                   PERFORM IMPRIMIR-CABECALHO-VENCIMENTOS
               END-IF
               MOVE SPACES TO WS-RVT-ROTULO
               STRING 'TOTAL CONTRATO ' WS-CTT-NUMERO(WS-CTT-IDX)
                   DELIMITED BY SIZE INTO WS-RVT-ROTULO
               MOVE WS-VEN-CTR-A-VENCER TO WS-RVT-A-VENCER
               MOVE WS-VEN-CTR-VENCIDO TO WS-RVT-VENCIDO
               MOVE WS-VEN-CTR-PAGO TO WS-RVT-PAGO
               MOVE WS-RELVEN-TOTAL TO RELVEN-LINHA
               WRITE RELVEN-LINHA
               ADD 1 TO WS-RELVEN-LINHAS
               ADD WS-VEN-CTR-A-VENCER TO WS-VEN-CC-A-VENCER
               ADD WS-VEN-CTR-VENCIDO TO WS-VEN-CC-VENCIDO
               ADD WS-VEN-CTR-PAGO TO WS-VEN-CC-PAGO
           END-IF.

      * Vencida e a parcela em aberto com vencimento antes de hoje;
      * as de meses anteriores so entram enquanto estao em aberto
       AVALIAR-PARCELA-VENCIMENTO.
           IF PC-VENCIMENTO(1:7) = WS-VEN-MES OR
              (PC-STATUS = 'A' AND PC-VENCIMENTO < WS-VEN-MES-INI)
               IF PC-STATUS = 'P'
                   MOVE 'PAGA' TO WS-VEN-SITUACAO
                   ADD PC-PRESTACAO TO WS-VEN-CTR-PAGO
               ELSE
               IF PC-VENCIMENTO < WS-DATA-FORMATADA
                   MOVE 'VENCIDA' TO WS-VEN-SITUACAO
                   ADD PC-PRESTACAO TO WS-VEN-CTR-VENCIDO
               ELSE
                   MOVE 'A VENCER' TO WS-VEN-SITUACAO
                   ADD PC-PRESTACAO TO WS-VEN-CTR-A-VENCER
               END-IF
               END-IF
               PERFORM IMPRIMIR-PARCELA-VENCIMENTO
           END-IF.

       IMPRIMIR-PARCELA-VENCIMENTO.
           IF WS-RELVEN-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-VENCIMENTOS
           END-IF
           IF WS-VEN-CC-IMPRESSO = 'N'
               MOVE WS-VEN-CC-ATUAL TO WS-RVCC-CODIGO
               MOVE WS-VEN-CC-ATUAL TO WS-CC-BUSCA
               PERFORM LOCALIZAR-CENTRO-CUSTO
               IF WS-CCU-ACHOU = 'S'
                   MOVE WS-CCU-DESCRICAO(WS-CCU-IDX)
                       TO WS-RVCC-DESCRICAO
               ELSE
                   MOVE SPACES TO WS-RVCC-DESCRICAO
               END-IF
               MOVE WS-RELVEN-CC-LINHA TO RELVEN-LINHA
               WRITE RELVEN-LINHA
               ADD 1 TO WS-RELVEN-LINHAS
               MOVE 'S' TO WS-VEN-CC-IMPRESSO
           END-IF
           MOVE PC-CONTRATO TO WS-RVD-CONTRATO
           MOVE PC-NUMERO TO WS-RVD-PARCELA
           MOVE PC-VENCIMENTO TO WS-RVD-VENCIMENTO
           MOVE PC-PRESTACAO TO WS-RVD-PRESTACAO
           MOVE PC-AMORTIZACAO TO WS-RVD-PRINCIPAL
           MOVE PC-JUROS TO WS-RVD-JUROS
           MOVE PC-SALDO TO WS-RVD-SALDO
           MOVE WS-VEN-SITUACAO TO WS-RVD-SITUACAO
           MOVE WS-RELVEN-DETALHE TO RELVEN-LINHA
           WRITE RELVEN-LINHA
           ADD 1 TO WS-RELVEN-LINHAS
           ADD 1 TO WS-VEN-LINHAS-CTR.

      * A cada pagina nova o centro de custo corrente e repetido
       IMPRIMIR-CABECALHO-VENCIMENTOS.
           ADD 1 TO WS-RELVEN-PAGINA
           MOVE WS-VEN-MES TO WS-RVC1-MES
           MOVE WS-DATA-FORMATADA TO WS-RVC1-DATA
           MOVE WS-RELVEN-PAGINA TO WS-RVC1-PAGINA
           MOVE WS-RELVEN-CAB1 TO RELVEN-LINHA
           WRITE RELVEN-LINHA
           MOVE WS-RELVEN-CAB2 TO RELVEN-LINHA
           WRITE RELVEN-LINHA
           MOVE ALL '-' TO RELVEN-LINHA
           WRITE RELVEN-LINHA
           MOVE 3 TO WS-RELVEN-LINHAS
           MOVE 'N' TO WS-VEN-CC-IMPRESSO.

      ******************************************************************
      * Conversao de moeda com taxa efetiva por data: a taxa vem de
      * cambio.dat (maior vigencia menor ou igual a data do valor) e
      * fica registrada no log de auditoria e no feed do GL
      ******************************************************************
       CONVERSAO-MOEDA.
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE 0 TO WS-RESULTADO

           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Valor a converter (ou M1-M9/ANS): '
                   WITH NO ADVANCING
               ACCEPT WS-ENTRADA-NUM
               MOVE WS-ENTRADA-NUM TO WS-OPERANDO-TEXTO
               PERFORM RESOLVER-OPERANDO
               IF WS-OPERANDO-OK = 'S'
                   MOVE WS-OPERANDO-VALOR TO WS-VALOR-CONVERTER
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               ELSE
                   DISPLAY 'Valor invalido. Digite um numero.'
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Moeda de origem (ex.: BRL): '
                   WITH NO ADVANCING
               ACCEPT WS-MOEDA-DE
               MOVE FUNCTION UPPER-CASE(WS-MOEDA-DE) TO WS-MOEDA-DE
               IF WS-MOEDA-DE NOT = SPACES
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-ENTRADA-VALIDA
           PERFORM UNTIL WS-ENTRADA-VALIDA = 'S'
               DISPLAY 'Moeda de destino (ex.: USD): '
                   WITH NO ADVANCING
               ACCEPT WS-MOEDA-PARA
               MOVE FUNCTION UPPER-CASE(WS-MOEDA-PARA)
                   TO WS-MOEDA-PARA
               IF WS-MOEDA-PARA NOT = SPACES
                   MOVE 'S' TO WS-ENTRADA-VALIDA
               END-IF
           END-PERFORM

           PERFORM OBTER-DATA-HORA
           DISPLAY 'Data do valor (AAAA-MM-DD, branco = hoje): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALOR
           IF WS-DATA-VALOR = SPACES
               MOVE WS-DATA-FORMATADA TO WS-DATA-VALOR
           END-IF

           PERFORM LER-CENTRO-CUSTO

           PERFORM LOCALIZAR-TAXA-CAMBIO
           IF WS-TAXA-ACHOU NOT = 'S'
               DISPLAY 'ERRO: Nenhuma taxa vigente para '
                       WS-MOEDA-DE '->' WS-MOEDA-PARA ' em '
                       WS-DATA-VALOR
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'TAXA_INDEF' TO WS-ERRO-TIPO
               MOVE 0 TO WS-TAXA-CAMBIO
           ELSE
               COMPUTE WS-RESULTADO ROUNDED =
                       WS-VALOR-CONVERTER * WS-TAXA-CAMBIO
                   ON SIZE ERROR
                       DISPLAY 'ERRO: Resultado fora da faixa '
                               'permitida!'
                       MOVE 'S' TO WS-ERRO-FLAG
                       MOVE 'OVERFLOW' TO WS-ERRO-TIPO
                       MOVE 0 TO WS-RESULTADO
               END-COMPUTE
           END-IF

           MOVE WS-TAXA-CAMBIO TO WS-TAXA-EDIT
           IF WS-ERRO-FLAG = 'N'
               MOVE WS-VALOR-CONVERTER TO WS-DISPLAY-NUM1
               MOVE WS-RESULTADO TO WS-DISPLAY-CONVERTIDO
               DISPLAY ' '
               DISPLAY 'Conversao [' FUNCTION TRIM(WS-OPERADOR-ID)
                       ']: ' WS-DISPLAY-NUM1 ' ' WS-MOEDA-DE ' = '
                       WS-DISPLAY-CONVERTIDO ' ' WS-MOEDA-PARA
               DISPLAY 'Taxa aplicada: ' WS-TAXA-EDIT
                       ' (vigencia ' WS-DATA-TAXA-ACHADA ')'
               PERFORM ATUALIZAR-MEMORIA-RESULTADO
           END-IF

           MOVE 'M' TO WS-TIPO-CALCULO-ATUAL
           MOVE 'CONV' TO WS-OPERADOR-LOG
           MOVE WS-VALOR-CONVERTER TO WS-PRIMEIRO-NUMERO
           MOVE WS-TAXA-CAMBIO TO WS-SEGUNDO-NUMERO
           MOVE SPACES TO WS-EXPRESSAO-LOG
           STRING WS-MOEDA-DE '->' WS-MOEDA-PARA ' '
                  WS-DATA-VALOR ' TAXA ' WS-TAXA-EDIT
                  DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
           PERFORM REGISTRAR-RESULTADO.

       LOCALIZAR-TAXA-CAMBIO.
           MOVE 'N' TO WS-TAXA-ACHOU
           MOVE SPACES TO WS-DATA-TAXA-ACHADA
           MOVE 0 TO WS-TAXA-CAMBIO
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS = '00'
               MOVE 'N' TO WS-CAMBIO-EOF
                       AT END
                           MOVE 'S' TO WS-CAMBIO-EOF
                       NOT AT END
                           PERFORM AVALIAR-TAXA-CAMBIO
                   END-READ
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF.

       AVALIAR-TAXA-CAMBIO.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(CB-TAXA))
               TO WS-TEST-NUMVAL
           IF CB-MOEDA-DE = WS-MOEDA-DE AND
              CB-MOEDA-PARA = WS-MOEDA-PARA AND
              CB-DATA-VIGENCIA <= WS-DATA-VALOR AND
              WS-TEST-NUMVAL = 0
      *        >= : uma correcao do mesmo dia, gravada depois,
      *        prevalece sobre a taxa anterior
               IF WS-TAXA-ACHOU = 'N' OR
                  CB-DATA-VIGENCIA >= WS-DATA-TAXA-ACHADA
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(CB-TAXA))
                       TO WS-TAXA-CAMBIO
                   MOVE CB-DATA-VIGENCIA TO WS-DATA-TAXA-ACHADA
                   MOVE 'S' TO WS-TAXA-ACHOU
               END-IF
           END-IF.

       MANUTENCAO-CAMBIO.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Cambio: L-Listar I-Incluir F-Fim: '
                   WITH NO ADVANCING
               ACCEPT WS-OPCAO-MANUTENCAO
               MOVE FUNCTION UPPER-CASE(WS-OPCAO-MANUTENCAO)
                   TO WS-OPCAO-MANUTENCAO
               EVALUATE WS-OPCAO-MANUTENCAO
                   WHEN 'L'
                       PERFORM LISTAR-TAXAS-CAMBIO
                   WHEN 'I'
                       PERFORM INCLUIR-TAXA-CAMBIO
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-TAXAS-CAMBIO.
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS NOT = '00'
               DISPLAY 'Nenhuma taxa cadastrada.'
           ELSE
               MOVE 'N' TO WS-CAMBIO-EOF
               PERFORM UNTIL WS-CAMBIO-EOF = 'S'
                   READ CAMBIO-FILE
                       AT END
                           MOVE 'S' TO WS-CAMBIO-EOF
                       NOT AT END
                           DISPLAY CB-MOEDA-DE '->' CB-MOEDA-PARA
                                   ' vigencia ' CB-DATA-VIGENCIA
                                   ' taxa ' FUNCTION TRIM(CB-TAXA)
                   END-READ
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF.

       INCLUIR-TAXA-CAMBIO.
           DISPLAY 'Moeda de origem: ' WITH NO ADVANCING
           ACCEPT WS-MOEDA-DE
           MOVE FUNCTION UPPER-CASE(WS-MOEDA-DE) TO WS-MOEDA-DE
           DISPLAY 'Moeda de destino: ' WITH NO ADVANCING
           ACCEPT WS-MOEDA-PARA
           MOVE FUNCTION UPPER-CASE(WS-MOEDA-PARA) TO WS-MOEDA-PARA
           DISPLAY 'Data de vigencia (AAAA-MM-DD): '
               WITH NO ADVANCING
           ACCEPT WS-DATA-VALOR
           DISPLAY 'Taxa: ' WITH NO ADVANCING
           ACCEPT WS-VALOR-TEXTO
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-VALOR-TEXTO))
               TO WS-TEST-NUMVAL
           IF WS-MOEDA-DE = SPACES OR WS-MOEDA-PARA = SPACES OR
              WS-DATA-VALOR = SPACES OR WS-TEST-NUMVAL NOT = 0
               DISPLAY 'Dados invalidos; taxa nao incluida.'
           ELSE
      *        Taxa em vigor na data antes da inclusao, para o jornal
               PERFORM LOCALIZAR-TAXA-CAMBIO
               MOVE SPACES TO WS-JOR-ANTES
               IF WS-TAXA-ACHOU = 'S'
                   MOVE WS-TAXA-CAMBIO TO WS-JOR-TAXA-EDIT
                   STRING 'TAXA ' FUNCTION TRIM(WS-JOR-TAXA-EDIT)
                          ' VIGENCIA ' WS-DATA-TAXA-ACHADA
                          DELIMITED BY SIZE INTO WS-JOR-ANTES
               END-IF
               PERFORM RESERVAR-CAMBIO-TAXAS
               IF WS-TRAVA-OK NOT = 'S'
                   DISPLAY 'Tabela de cambio em uso; tente de novo.'
               ELSE
                   MOVE WS-MOEDA-DE TO CB-MOEDA-DE
                   MOVE WS-MOEDA-PARA TO CB-MOEDA-PARA
                   MOVE WS-DATA-VALOR TO CB-DATA-VIGENCIA
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-VALOR-TEXTO))
                       TO WS-TAXA-CAMBIO
                   MOVE WS-TAXA-CAMBIO TO WS-TAXA-EDIT
                   MOVE WS-TAXA-EDIT TO CB-TAXA
                   WRITE CAMBIO-RECORD
                   IF WS-CAMBIO-STATUS NOT = '00'
                       DISPLAY 'ERRO: Nao foi possivel gravar a '
                               'taxa!'
                   ELSE
                       DISPLAY 'Taxa incluida.'
                       MOVE 'I' TO WS-JOR-ACAO
                       PERFORM JORNAL-TAXA-CAMBIO
                   END-IF
                   CLOSE CAMBIO-FILE
               END-IF
           END-IF.

      * Abre a tabela de cambio para inclusao com trava exclusiva,
      * esperando a vez quando outro supervisor estiver carregando
      * taxas ao mesmo tempo
       RESERVAR-CAMBIO-TAXAS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND CAMBIO-FILE WITH LOCK
               EVALUATE WS-CAMBIO-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT CAMBIO-FILE WITH LOCK
                       IF WS-CAMBIO-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * Importacao das taxas de cambio do arquivo diario do banco:
      * cada registro e validado (moeda conhecida, vigencia valida,
      * taxa numerica e variacao maxima contra a taxa anterior do
      * par); as boas entram em cambio.dat sob a trava de cambio e
      * as ruins vao para o arquivo de rejeitos, tudo no relatorio
      ******************************************************************
       IMPORTAR-TAXAS-CAMBIO.
           DISPLAY 'Arquivo de taxas do banco: ' WITH NO ADVANCING
           ACCEPT WS-CAMBIO-IMP-FILENAME

           OPEN INPUT CAMBIO-IMP-FILE
           IF WS-CAMBIO-IMP-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel abrir o arquivo!'
           ELSE
               PERFORM CARREGAR-MOEDAS
               PERFORM CARREGAR-TAXAS-POR-PAR
               MOVE 0 TO WS-ULTIMO-CHECKPOINT
               MOVE SPACES TO WS-REJEITO-FILENAME
               STRING 'rej_' FUNCTION TRIM(WS-CAMBIO-IMP-FILENAME)
                   DELIMITED BY SIZE INTO WS-REJEITO-FILENAME
               PERFORM ABRIR-ARQUIVO-REJEITOS
               PERFORM ABRIR-RELATORIO-IMPORTACAO
               IF WS-CAMBIO-REL-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o '
                           'relatorio de importacao!'
                   CLOSE CAMBIO-IMP-FILE
                   PERFORM FECHAR-ARQUIVO-REJEITOS
               ELSE
                   MOVE 0 TO WS-CIMP-LIDAS
                   MOVE 0 TO WS-CIMP-ACEITAS
                   PERFORM RESERVAR-CAMBIO-TAXAS
                   IF WS-TRAVA-OK NOT = 'S'
      *                Sem a trava nada foi importado; o relatorio
      *                diz isso com todas as letras em vez de sair
      *                com totais zerados que parecem arquivo vazio
                       DISPLAY 'Tabela de cambio em uso; importacao '
                               'nao realizada. Tente de novo.'
                       CLOSE CAMBIO-IMP-FILE
                       PERFORM FECHAR-ARQUIVO-REJEITOS
                       PERFORM ENCERRAR-RELATORIO-NAO-REALIZADO
                   ELSE
                       PERFORM PROCESSAR-IMPORTACAO-CAMBIO
                       CLOSE CAMBIO-FILE
                       CLOSE CAMBIO-IMP-FILE
                       PERFORM FECHAR-ARQUIVO-REJEITOS
                       PERFORM ENCERRAR-RELATORIO-IMPORTACAO
                       DISPLAY ' '
                       DISPLAY 'Importacao concluida: ' WS-CIMP-LIDAS
                               ' lidas, ' WS-CIMP-ACEITAS ' aceitas, '
                               WS-CONT-REJEITOS ' rejeitadas.'
                   END-IF
               END-IF
           END-IF.

       PROCESSAR-IMPORTACAO-CAMBIO.
           MOVE 0 TO WS-CIMP-LIDAS
           MOVE 0 TO WS-CIMP-ACEITAS
           MOVE 'N' TO WS-CAMBIO-IMP-EOF
           PERFORM UNTIL WS-CAMBIO-IMP-EOF = 'S'
               READ CAMBIO-IMP-FILE
                   AT END
                       MOVE 'S' TO WS-CAMBIO-IMP-EOF
                   NOT AT END
                       ADD 1 TO WS-CIMP-LIDAS
                       PERFORM VALIDAR-REGISTRO-IMPORTACAO
                       IF WS-ERRO-FLAG = 'N'
                           PERFORM GRAVAR-TAXA-IMPORTADA
                       ELSE
                           PERFORM REJEITAR-REGISTRO-IMPORTACAO
                       END-IF
               END-READ
           END-PERFORM.

       VALIDAR-REGISTRO-IMPORTACAO.
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE FUNCTION UPPER-CASE(CI-MOEDA-DE) TO WS-MOEDA-DE
           MOVE FUNCTION UPPER-CASE(CI-MOEDA-PARA) TO WS-MOEDA-PARA

           MOVE WS-MOEDA-DE TO WS-MOEDA-BUSCA
           PERFORM LOCALIZAR-MOEDA
           IF WS-MOEDA-ACHOU NOT = 'S'
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'MOEDA_INVALIDA' TO WS-ERRO-TIPO
           END-IF
           IF WS-ERRO-FLAG = 'N'
               MOVE WS-MOEDA-PARA TO WS-MOEDA-BUSCA
               PERFORM LOCALIZAR-MOEDA
               IF WS-MOEDA-ACHOU NOT = 'S' OR
                  WS-MOEDA-DE = WS-MOEDA-PARA
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'MOEDA_INVALIDA' TO WS-ERRO-TIPO
               END-IF
           END-IF
           IF WS-ERRO-FLAG = 'N'
               PERFORM VALIDAR-VIGENCIA-IMPORTACAO
           END-IF
           IF WS-ERRO-FLAG = 'N'
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(CI-TAXA))
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL NOT = 0
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'TAXA_INVALIDA' TO WS-ERRO-TIPO
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(CI-TAXA))
                       TO WS-CIMP-TAXA-NOVA
                   IF WS-CIMP-TAXA-NOVA <= 0
                       MOVE 'S' TO WS-ERRO-FLAG
                       MOVE 'TAXA_INVALIDA' TO WS-ERRO-TIPO
                   END-IF
               END-IF
           END-IF
           IF WS-ERRO-FLAG = 'N'
               PERFORM VALIDAR-VARIACAO-IMPORTACAO
           END-IF.

       VALIDAR-VIGENCIA-IMPORTACAO.
           IF CI-DATA-VIGENCIA(5:1) NOT = '-' OR
              CI-DATA-VIGENCIA(8:1) NOT = '-' OR
              CI-DATA-VIGENCIA(1:4) NOT NUMERIC OR
              CI-DATA-VIGENCIA(6:2) NOT NUMERIC OR
              CI-DATA-VIGENCIA(9:2) NOT NUMERIC
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'DATA_INVALIDA' TO WS-ERRO-TIPO
           ELSE
               IF CI-DATA-VIGENCIA(6:2) < '01' OR
                  CI-DATA-VIGENCIA(6:2) > '12' OR
                  CI-DATA-VIGENCIA(9:2) < '01' OR
                  CI-DATA-VIGENCIA(9:2) > '31'
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'DATA_INVALIDA' TO WS-ERRO-TIPO
               END-IF
           END-IF.

      * A variacao contra a ultima taxa conhecida do par pega tanto
      * erro de digitacao no banco quanto arquivo trocado; acima do
      * limite o registro vai para os rejeitos e um supervisor
      * decide se inclui pela opcao 11
       VALIDAR-VARIACAO-IMPORTACAO.
           PERFORM LOCALIZAR-TAXA-PAR
           IF WS-TXP-ACHOU = 'S' AND
              WS-TXP-TAXA(WS-TXP-IDX) > 0
               COMPUTE WS-CIMP-VARIACAO =
                   (FUNCTION ABS(WS-CIMP-TAXA-NOVA -
                                 WS-TXP-TAXA(WS-TXP-IDX)) * 100)
                   / WS-TXP-TAXA(WS-TXP-IDX)
                   ON SIZE ERROR
                       MOVE 'S' TO WS-ERRO-FLAG
                       MOVE 'VARIACAO_EXCED' TO WS-ERRO-TIPO
               END-COMPUTE
               IF WS-ERRO-FLAG = 'N' AND
                  WS-CIMP-VARIACAO > WS-CIMP-VARIACAO-MAX
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'VARIACAO_EXCED' TO WS-ERRO-TIPO
               END-IF
           END-IF.

       GRAVAR-TAXA-IMPORTADA.
           MOVE WS-MOEDA-DE TO CB-MOEDA-DE
           MOVE WS-MOEDA-PARA TO CB-MOEDA-PARA
           MOVE CI-DATA-VIGENCIA TO CB-DATA-VIGENCIA
           MOVE WS-CIMP-TAXA-NOVA TO WS-TAXA-EDIT
           MOVE WS-TAXA-EDIT TO CB-TAXA
           WRITE CAMBIO-RECORD
           IF WS-CAMBIO-STATUS NOT = '00'
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'ERRO_GRAVACAO' TO WS-ERRO-TIPO
               PERFORM REJEITAR-REGISTRO-IMPORTACAO
           ELSE
               ADD 1 TO WS-CIMP-ACEITAS
      *        Antes = ultima taxa conhecida do par, como no teste
      *        de variacao
               PERFORM LOCALIZAR-TAXA-PAR
               MOVE SPACES TO WS-JOR-ANTES
               IF WS-TXP-ACHOU = 'S'
                   MOVE WS-TXP-TAXA(WS-TXP-IDX) TO WS-JOR-TAXA-EDIT
                   STRING 'TAXA ' FUNCTION TRIM(WS-JOR-TAXA-EDIT)
                          ' VIGENCIA ' WS-TXP-VIGENCIA(WS-TXP-IDX)
                          DELIMITED BY SIZE INTO WS-JOR-ANTES
               END-IF
               MOVE CI-DATA-VIGENCIA TO WS-DATA-VALOR
               MOVE 'M' TO WS-JOR-ACAO
               PERFORM JORNAL-TAXA-CAMBIO
               MOVE CI-DATA-VIGENCIA TO WS-TXP-NOVA-VIGENCIA
               MOVE WS-CIMP-TAXA-NOVA TO WS-TXP-NOVA-TAXA
               PERFORM ATUALIZAR-TAXA-PAR
           END-IF.

      * Chave do jornal de cambio: par e vigencia gravada; a taxa
      * gravada esta em WS-TAXA-EDIT
       JORNAL-TAXA-CAMBIO.
           MOVE 'CAMBIO' TO WS-JOR-ARQUIVO
           MOVE SPACES TO WS-JOR-CHAVE
           STRING WS-MOEDA-DE '->' WS-MOEDA-PARA ' ' WS-DATA-VALOR
                  DELIMITED BY SIZE INTO WS-JOR-CHAVE
           MOVE SPACES TO WS-JOR-DEPOIS
           STRING 'TAXA ' FUNCTION TRIM(WS-TAXA-EDIT)
                  ' VIGENCIA ' WS-DATA-VALOR
                  DELIMITED BY SIZE INTO WS-JOR-DEPOIS
           PERFORM GRAVAR-JORNAL.

       REJEITAR-REGISTRO-IMPORTACAO.
           MOVE WS-CIMP-LIDAS TO WS-REGISTRO-ATUAL
           MOVE SPACES TO WS-REGISTRO-LOTE
           MOVE CAMBIO-IMP-RECORD TO WS-REGISTRO-LOTE
           PERFORM GRAVAR-REJEITO
           MOVE WS-CIMP-LIDAS TO WS-CID-SEQ
           MOVE WS-ERRO-TIPO TO WS-CID-ERRO
           MOVE WS-CIMP-DETALHE TO CAMBIO-REL-LINHA
           WRITE CAMBIO-REL-LINHA.

       ABRIR-RELATORIO-IMPORTACAO.
           OPEN OUTPUT CAMBIO-REL-FILE
           IF WS-CAMBIO-REL-STATUS = '00'
               PERFORM OBTER-DATA-HORA
               MOVE WS-DATA-FORMATADA TO WS-CIC-DATA
               MOVE WS-CIMP-CAB1 TO CAMBIO-REL-LINHA
               WRITE CAMBIO-REL-LINHA
               MOVE WS-CAMBIO-IMP-FILENAME TO WS-CIC-ARQUIVO
               MOVE WS-CIMP-CAB2 TO CAMBIO-REL-LINHA
               WRITE CAMBIO-REL-LINHA
               MOVE ALL '-' TO CAMBIO-REL-LINHA
               WRITE CAMBIO-REL-LINHA
           END-IF.

       ENCERRAR-RELATORIO-NAO-REALIZADO.
           MOVE 'IMPORTACAO NAO REALIZADA: TABELA DE CAMBIO EM USO'
               TO CAMBIO-REL-LINHA
           WRITE CAMBIO-REL-LINHA
           CLOSE CAMBIO-REL-FILE
           DISPLAY 'Relatorio gravado em '
                   FUNCTION TRIM(WS-CAMBIO-REL-FILENAME).

       ENCERRAR-RELATORIO-IMPORTACAO.
           MOVE ALL '-' TO CAMBIO-REL-LINHA
           WRITE CAMBIO-REL-LINHA
           MOVE 'REGISTROS LIDOS ......: ' TO WS-CIT-ROTULO
           MOVE WS-CIMP-LIDAS TO WS-CIT-VALOR
           MOVE WS-CIMP-TOTAL-LINHA TO CAMBIO-REL-LINHA
           WRITE CAMBIO-REL-LINHA
           MOVE 'REGISTROS ACEITOS ....: ' TO WS-CIT-ROTULO
           MOVE WS-CIMP-ACEITAS TO WS-CIT-VALOR
           MOVE WS-CIMP-TOTAL-LINHA TO CAMBIO-REL-LINHA
           WRITE CAMBIO-REL-LINHA
           MOVE 'REGISTROS REJEITADOS .: ' TO WS-CIT-ROTULO
           MOVE WS-CONT-REJEITOS TO WS-CIT-VALOR
           MOVE WS-CIMP-TOTAL-LINHA TO CAMBIO-REL-LINHA
           WRITE CAMBIO-REL-LINHA
           CLOSE CAMBIO-REL-FILE
           DISPLAY 'Relatorio gravado em '
                   FUNCTION TRIM(WS-CAMBIO-REL-FILENAME).

       LOCALIZAR-MOEDA.
           MOVE 'N' TO WS-MOEDA-ACHOU
           MOVE 1 TO WS-MOEDA-IDX
           PERFORM UNTIL WS-MOEDA-IDX > WS-MOEDA-QTD OR
                         WS-MOEDA-ACHOU = 'S'
               IF WS-MOEDA-CODIGO(WS-MOEDA-IDX) = WS-MOEDA-BUSCA
                   MOVE 'S' TO WS-MOEDA-ACHOU
               ELSE
                   ADD 1 TO WS-MOEDA-IDX
               END-IF
           END-PERFORM.

       CARREGAR-MOEDAS.
           PERFORM GARANTIR-CADASTRO-MOEDAS
           MOVE 0 TO WS-MOEDA-QTD
           OPEN INPUT MOEDA-FILE
           IF WS-MOEDA-STATUS = '00'
               MOVE 'N' TO WS-MOEDA-EOF
               PERFORM UNTIL WS-MOEDA-EOF = 'S'
                   READ MOEDA-FILE
                       AT END
                           MOVE 'S' TO WS-MOEDA-EOF
                       NOT AT END
                           IF WS-MOEDA-QTD < 50 AND
                              MD-CODIGO NOT = SPACES
                               ADD 1 TO WS-MOEDA-QTD
                               MOVE FUNCTION UPPER-CASE(MD-CODIGO)
                                   TO WS-MOEDA-CODIGO(WS-MOEDA-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOEDA-FILE
           END-IF.

       GARANTIR-CADASTRO-MOEDAS.
           OPEN INPUT MOEDA-FILE
           IF WS-MOEDA-STATUS = '00'
               CLOSE MOEDA-FILE
           ELSE
               OPEN OUTPUT MOEDA-FILE
               IF WS-MOEDA-STATUS = '00'
                   MOVE 'BRL' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   MOVE 'USD' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   MOVE 'EUR' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   MOVE 'GBP' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   MOVE 'JPY' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   MOVE 'CHF' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   MOVE 'ARS' TO MD-CODIGO
                   WRITE MOEDA-RECORD
                   CLOSE MOEDA-FILE
                   DISPLAY 'Cadastro de moedas criado com os codigos '
                           'padrao.'
               ELSE
                   DISPLAY 'ERRO: Nao foi possivel criar o cadastro '
                           'de moedas!'
               END-IF
           END-IF.

      * Carrega a taxa de vigencia mais recente de cada par ja em
      * cambio.dat; a importacao compara cada taxa nova com essa
      * tabela e a atualiza conforme aceita registros
       CARREGAR-TAXAS-POR-PAR.
           MOVE 0 TO WS-TXP-QTD
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS = '00'
               MOVE 'N' TO WS-CAMBIO-EOF
               PERFORM UNTIL WS-CAMBIO-EOF = 'S'
                   READ CAMBIO-FILE
                       AT END
                           MOVE 'S' TO WS-CAMBIO-EOF
                       NOT AT END
                           PERFORM ACUMULAR-TAXA-PAR
                   END-READ
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF.

       ACUMULAR-TAXA-PAR.
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(CB-TAXA))
               TO WS-TEST-NUMVAL
           IF WS-TEST-NUMVAL = 0
               MOVE CB-MOEDA-DE TO WS-MOEDA-DE
               MOVE CB-MOEDA-PARA TO WS-MOEDA-PARA
               MOVE CB-DATA-VIGENCIA TO WS-TXP-NOVA-VIGENCIA
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CB-TAXA))
                   TO WS-TXP-NOVA-TAXA
               PERFORM ATUALIZAR-TAXA-PAR
           END-IF.

       LOCALIZAR-TAXA-PAR.
           MOVE 'N' TO WS-TXP-ACHOU
           MOVE 1 TO WS-TXP-IDX
           PERFORM UNTIL WS-TXP-IDX > WS-TXP-QTD OR
                         WS-TXP-ACHOU = 'S'
               IF WS-TXP-MOEDA-DE(WS-TXP-IDX) = WS-MOEDA-DE AND
                  WS-TXP-MOEDA-PARA(WS-TXP-IDX) = WS-MOEDA-PARA
                   MOVE 'S' TO WS-TXP-ACHOU
               ELSE
                   ADD 1 TO WS-TXP-IDX
               END-IF
           END-PERFORM.

       ATUALIZAR-TAXA-PAR.
           PERFORM LOCALIZAR-TAXA-PAR
           IF WS-TXP-ACHOU = 'S'
               IF WS-TXP-NOVA-VIGENCIA >=
                  WS-TXP-VIGENCIA(WS-TXP-IDX)
                   MOVE WS-TXP-NOVA-VIGENCIA
                       TO WS-TXP-VIGENCIA(WS-TXP-IDX)
                   MOVE WS-TXP-NOVA-TAXA TO WS-TXP-TAXA(WS-TXP-IDX)
               END-IF
           ELSE
               IF WS-TXP-QTD < 100
                   ADD 1 TO WS-TXP-QTD
                   MOVE WS-MOEDA-DE TO WS-TXP-MOEDA-DE(WS-TXP-QTD)
                   MOVE WS-MOEDA-PARA
                       TO WS-TXP-MOEDA-PARA(WS-TXP-QTD)
                   MOVE WS-TXP-NOVA-VIGENCIA
                       TO WS-TXP-VIGENCIA(WS-TXP-QTD)
                   MOVE WS-TXP-NOVA-TAXA TO WS-TXP-TAXA(WS-TXP-QTD)
               END-IF
           END-IF.

      * Avisa no sign-on quando a vigencia mais recente de cambio.dat
      * esta a mais de WS-CAMBIO-ALERTA-DIAS dias uteis de hoje, para
      * ninguem converter moeda com taxa vencida sem perceber
       VERIFICAR-CAMBIO-DESATUALIZADO.
           MOVE SPACES TO WS-CAMBIO-MAX-VIGENCIA
           OPEN INPUT CAMBIO-FILE
           IF WS-CAMBIO-STATUS = '00'
               MOVE 'N' TO WS-CAMBIO-EOF
               PERFORM UNTIL WS-CAMBIO-EOF = 'S'
                   READ CAMBIO-FILE
                       AT END
                           MOVE 'S' TO WS-CAMBIO-EOF
                       NOT AT END
                           IF CB-DATA-VIGENCIA >
                              WS-CAMBIO-MAX-VIGENCIA
                               MOVE CB-DATA-VIGENCIA
                                   TO WS-CAMBIO-MAX-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIO-FILE
           END-IF
           IF WS-CAMBIO-MAX-VIGENCIA NOT = SPACES
               PERFORM CONTAR-DIAS-UTEIS-CAMBIO
               IF WS-CAMBIO-DIAS-UTEIS > WS-CAMBIO-ALERTA-DIAS
                   DISPLAY 'AVISO: Taxa de cambio mais recente vige '
                           'desde ' WS-CAMBIO-MAX-VIGENCIA ' ('
                           WS-CAMBIO-DIAS-UTEIS ' dias uteis); '
                           'importe as taxas do banco.'
               END-IF
           END-IF.

       CONTAR-DIAS-UTEIS-CAMBIO.
           MOVE 0 TO WS-CAMBIO-DIAS-UTEIS
           MOVE SPACES TO WS-CAMBIO-DATA-NUM-X
           STRING WS-CAMBIO-MAX-VIGENCIA(1:4)
                  WS-CAMBIO-MAX-VIGENCIA(6:2)
                  WS-CAMBIO-MAX-VIGENCIA(9:2)
                  DELIMITED BY SIZE INTO WS-CAMBIO-DATA-NUM-X
           IF WS-CAMBIO-DATA-NUM-X IS NUMERIC
               MOVE WS-CAMBIO-DATA-NUM-X TO WS-CAMBIO-DATA-NUM
               COMPUTE WS-CAMBIO-INT-VIG =
                   FUNCTION INTEGER-OF-DATE(WS-CAMBIO-DATA-NUM)
               PERFORM OBTER-DATA-HORA
               MOVE WS-DATA-HORA-SISTEMA(1:8)
                   TO WS-CAMBIO-DATA-NUM-X
               MOVE WS-CAMBIO-DATA-NUM-X TO WS-CAMBIO-DATA-NUM
               COMPUTE WS-CAMBIO-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-CAMBIO-DATA-NUM)
               IF WS-CAMBIO-INT-VIG > 0
      *            Feriado bancario tambem nao tem taxa nova
                   PERFORM CARREGAR-FERIADOS
                   MOVE 'B' TO WS-DUT-ESCOPO
                   MOVE WS-CAMBIO-INT-VIG TO WS-DUT-INT-DE
                   MOVE WS-CAMBIO-INT-HOJE TO WS-DUT-INT-ATE
                   PERFORM CONTAR-DIAS-UTEIS-PERIODO
                   MOVE WS-DUT-QTD-UTEIS TO WS-CAMBIO-DIAS-UTEIS
               END-IF
           END-IF.

       RELATORIO-DIARIO.
           MOVE 0 TO WS-CONT-SOMA
           MOVE 0 TO WS-CONT-SUBTRACAO
           MOVE 0 TO WS-CONT-MULTIPLICACAO
           MOVE 0 TO WS-CONT-DIVISAO
           MOVE 0 TO WS-CONT-DIV-ZERO
           MOVE 0 TO WS-CONT-EXPR-INVALIDA
           MOVE 0 TO WS-CONT-OUTROS-ERROS
           MOVE 0 TO WS-CONT-CIENTIFICA
           MOVE 0 TO WS-CONT-EXPRESSAO
           MOVE 0 TO WS-CONT-OUTRAS-OPERACOES
           MOVE 0 TO WS-TOTAL-GERAL
           MOVE 'N' TO WS-EXIBIR-TOTAIS
           MOVE 0 TO WS-DCB-QTD

           MOVE SPACES TO WS-DATA-INI
           MOVE SPACES TO WS-DATA-FIM
           IF WS-MODO-AUTOMATICO NOT = 'S'
               DISPLAY 'Data inicial (AAAA-MM-DD, branco = log '
                       'atual): ' WITH NO ADVANCING
               ACCEPT WS-DATA-INI
               IF WS-DATA-INI NOT = SPACES
                   DISPLAY 'Data final (branco = igual a inicial): '
                       WITH NO ADVANCING
                   ACCEPT WS-DATA-FIM
                   IF WS-DATA-FIM = SPACES
                       MOVE WS-DATA-INI TO WS-DATA-FIM
                   END-IF
               END-IF
           END-IF

           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           IF WS-DATA-INI NOT = SPACES
      *        Os resumos gravados no fechamento respondem pela
      *        maior parte da faixa; os logs arquivados so sao
      *        relidos quando algum dia pedido nao tem resumo
               PERFORM ACUMULAR-PERIODO-RESUMO
               IF WS-RESUMO-FALTA = 'S'
                   PERFORM ACUMULAR-ARQUIVOS-CATALOGO
               END-IF
           END-IF
      *    O pulo de datas ja cobertas pelo resumo vale so para a
      *    releitura dos arquivados: o log mestre tem apenas
      *    registros posteriores ao ultimo fechamento, que nenhum
      *    resumo cobre, e precisa entrar inteiro nos totais
           MOVE 0 TO WS-DCB-QTD
           MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
           PERFORM LER-UM-LOG-RELATORIO

           IF WS-EXIBIR-TOTAIS NOT = 'S'
               DISPLAY 'Nenhum registro de auditoria encontrado ainda.'
           ELSE
               MOVE WS-TOTAL-GERAL TO WS-DISPLAY-TOTAL-GERAL
               DISPLAY ' '
               DISPLAY '=========== RELATORIO DIARIO ============'
               DISPLAY 'Somas realizadas .........: ' WS-CONT-SOMA
               DISPLAY 'Subtracoes realizadas ....: ' WS-CONT-SUBTRACAO
               DISPLAY 'Multiplicacoes realizadas : '
                       WS-CONT-MULTIPLICACAO
               DISPLAY 'Divisoes realizadas ......: ' WS-CONT-DIVISAO
               DISPLAY 'Operacoes cientificas ....: '
                       WS-CONT-CIENTIFICA
               DISPLAY 'Expressoes avaliadas .....: ' WS-CONT-EXPRESSAO
               DISPLAY 'Outras operacoes .........: '
                       WS-CONT-OUTRAS-OPERACOES
               DISPLAY 'Erros de divisao por zero : ' WS-CONT-DIV-ZERO
               DISPLAY 'Expressoes invalidas .....: '
                       WS-CONT-EXPR-INVALIDA
               DISPLAY 'Outros erros .............: '
                       WS-CONT-OUTROS-ERROS
               DISPLAY 'Total geral dos resultados: '
                       WS-DISPLAY-TOTAL-GERAL
               DISPLAY '=========================================='
           END-IF

           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE.

       LER-UM-LOG-RELATORIO.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'S' TO WS-EXIBIR-TOTAIS
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM ACUMULAR-TOTAIS-RELATORIO
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

      * Percorre os arquivos de log do catalogo acumulando os
      * registros da faixa de datas pedida
       ACUMULAR-ARQUIVOS-CATALOGO.
           PERFORM CARREGAR-CATALOGO
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD
               MOVE WS-CAT-ARQUIVO(WS-CAT-IDX) TO WS-LOG-FILENAME
               PERFORM LER-UM-LOG-RELATORIO
               ADD 1 TO WS-CAT-IDX
           END-PERFORM.

       ACUMULAR-TOTAIS-RELATORIO.
           MOVE LOG-DATA TO WS-DCB-BUSCA
           PERFORM LOCALIZAR-DATA-COBERTA
           IF WS-DATA-INI NOT = SPACES AND
              (LOG-DATA < WS-DATA-INI OR LOG-DATA > WS-DATA-FIM)
               CONTINUE
           ELSE
               IF WS-DCB-ACHOU = 'S'
      *            Dia ja somado pelo resumo pre-totalizado
                   CONTINUE
               ELSE
               IF LOG-TIPO-CALCULO = 'A'
      *            Registros de sign-on/sign-off nao entram nos totais
                   CONTINUE
               ELSE
                   PERFORM ACUMULAR-REGISTRO-CALCULO
               END-IF
               END-IF
           END-IF.

       ACUMULAR-REGISTRO-CALCULO.
      *    Registro retido aguardando aprovacao nao entra nos
      *    totais, que devem conferir com o feed do GL; a liberacao
      *    grava um registro novo que entra normalmente
           IF LOG-RETIDO-FLAG = 'S'
               CONTINUE
           ELSE
               PERFORM ACUMULAR-CALCULO-LIBERADO
           END-IF.

       ACUMULAR-CALCULO-LIBERADO.
           IF LOG-ERRO-FLAG = 'S'
               EVALUATE LOG-ERRO-TIPO
                   WHEN 'DIV_ZERO'
                       ADD 1 TO WS-CONT-DIV-ZERO
                   WHEN 'EXPR_INVALIDA'
                       ADD 1 TO WS-CONT-EXPR-INVALIDA
                   WHEN 'EXPR_MUITO_LONGA'
                       ADD 1 TO WS-CONT-EXPR-INVALIDA
                   WHEN OTHER
                       ADD 1 TO WS-CONT-OUTROS-ERROS
               END-EVALUATE
           ELSE
               ADD LOG-RESULTADO TO WS-TOTAL-GERAL
               EVALUATE TRUE
                   WHEN LOG-TIPO-CALCULO = 'C'
                       ADD 1 TO WS-CONT-CIENTIFICA
                   WHEN LOG-TIPO-CALCULO = 'E'
                       ADD 1 TO WS-CONT-EXPRESSAO
                   WHEN LOG-OPERADOR-CHAR = '+'
                       ADD 1 TO WS-CONT-SOMA
                   WHEN LOG-OPERADOR-CHAR = '-'
                       ADD 1 TO WS-CONT-SUBTRACAO
                   WHEN LOG-OPERADOR-CHAR = '*'
                       ADD 1 TO WS-CONT-MULTIPLICACAO
                   WHEN LOG-OPERADOR-CHAR = '/'
                       ADD 1 TO WS-CONT-DIVISAO
                   WHEN OTHER
                       ADD 1 TO WS-CONT-OUTRAS-OPERACOES
               END-EVALUATE
           END-IF.

      * Soma os resumos pre-totalizados da faixa pedida e anota as
      * datas cobertas; ao final verifica se algum dia da faixa
      * ficou sem resumo, caso em que a releitura bruta dos logs
      * arquivados ainda e necessaria
       ACUMULAR-PERIODO-RESUMO.
           MOVE 'N' TO WS-RESUMO-FALTA
           OPEN INPUT RESUMO-FILE
           IF WS-RESUMO-STATUS = '00'
               MOVE 'N' TO WS-RESUMO-EOF
               PERFORM UNTIL WS-RESUMO-EOF = 'S'
                   READ RESUMO-FILE
                       AT END
                           MOVE 'S' TO WS-RESUMO-EOF
                       NOT AT END
                           IF RD-DATA >= WS-DATA-INI AND
                              RD-DATA <= WS-DATA-FIM
                               PERFORM ACUMULAR-UM-RESUMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMO-FILE
           END-IF
           PERFORM VERIFICAR-DIAS-SEM-RESUMO.

      * Um mesmo dia pode ter mais de um registro de resumo quando
      * os registros dele ficaram divididos entre arquivos de
      * fechamentos diferentes; os valores somam e a data so entra
      * uma vez na lista de cobertas
       ACUMULAR-UM-RESUMO.
           MOVE 'S' TO WS-EXIBIR-TOTAIS
           ADD RD-SOMA TO WS-CONT-SOMA
           ADD RD-SUBTRACAO TO WS-CONT-SUBTRACAO
           ADD RD-MULTIPLICACAO TO WS-CONT-MULTIPLICACAO
           ADD RD-DIVISAO TO WS-CONT-DIVISAO
           ADD RD-CIENTIFICA TO WS-CONT-CIENTIFICA
           ADD RD-EXPRESSAO TO WS-CONT-EXPRESSAO
           ADD RD-OUTRAS-OP TO WS-CONT-OUTRAS-OPERACOES
           ADD RD-DIV-ZERO TO WS-CONT-DIV-ZERO
           ADD RD-EXPR-INVALIDA TO WS-CONT-EXPR-INVALIDA
           ADD RD-OUTROS-ERROS TO WS-CONT-OUTROS-ERROS
           ADD RD-TOTAL TO WS-TOTAL-GERAL
           MOVE RD-DATA TO WS-DCB-BUSCA
           PERFORM LOCALIZAR-DATA-COBERTA
           IF WS-DCB-ACHOU NOT = 'S'
               IF WS-DCB-QTD < 120
                   ADD 1 TO WS-DCB-QTD
                   MOVE RD-DATA TO WS-DCB-DATA(WS-DCB-QTD)
               END-IF
           END-IF.

       LOCALIZAR-DATA-COBERTA.
           MOVE 'N' TO WS-DCB-ACHOU
           MOVE 1 TO WS-DCB-IDX
           PERFORM UNTIL WS-DCB-IDX > WS-DCB-QTD OR
                         WS-DCB-ACHOU = 'S'
               IF WS-DCB-DATA(WS-DCB-IDX) = WS-DCB-BUSCA
                   MOVE 'S' TO WS-DCB-ACHOU
               ELSE
                   ADD 1 TO WS-DCB-IDX
               END-IF
           END-PERFORM.

       VERIFICAR-DIAS-SEM-RESUMO.
           MOVE SPACES TO WS-RES-DATA-NUM-X
           STRING WS-DATA-INI(1:4) WS-DATA-INI(6:2)
                  WS-DATA-INI(9:2)
                  DELIMITED BY SIZE INTO WS-RES-DATA-NUM-X
           IF WS-RES-DATA-NUM-X IS NOT NUMERIC
               MOVE 'S' TO WS-RESUMO-FALTA
           ELSE
               MOVE WS-RES-DATA-NUM-X TO WS-RES-DATA-NUM
               COMPUTE WS-RES-INT-INI =
                   FUNCTION INTEGER-OF-DATE(WS-RES-DATA-NUM)
               MOVE SPACES TO WS-RES-DATA-NUM-X
               STRING WS-DATA-FIM(1:4) WS-DATA-FIM(6:2)
                      WS-DATA-FIM(9:2)
                      DELIMITED BY SIZE INTO WS-RES-DATA-NUM-X
               IF WS-RES-DATA-NUM-X IS NOT NUMERIC
                   MOVE 'S' TO WS-RESUMO-FALTA
               ELSE
                   MOVE WS-RES-DATA-NUM-X TO WS-RES-DATA-NUM
                   COMPUTE WS-RES-INT-FIM =
                       FUNCTION INTEGER-OF-DATE(WS-RES-DATA-NUM)
                   IF WS-RES-INT-INI = 0 OR WS-RES-INT-FIM = 0
                       MOVE 'S' TO WS-RESUMO-FALTA
                   ELSE
                       PERFORM PROCURAR-DIA-SEM-RESUMO
                   END-IF
               END-IF
           END-IF.

       PROCURAR-DIA-SEM-RESUMO.
           MOVE WS-RES-INT-INI TO WS-RES-INT-DIA
           PERFORM UNTIL WS-RES-INT-DIA > WS-RES-INT-FIM OR
                         WS-RESUMO-FALTA = 'S'
               COMPUTE WS-RES-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RES-INT-DIA)
               MOVE WS-RES-DATA-NUM TO WS-RES-DATA-NUM-X
               MOVE SPACES TO WS-RES-DATA-DIA
               STRING WS-RES-DATA-NUM-X(1:4) '-'
                      WS-RES-DATA-NUM-X(5:2) '-'
                      WS-RES-DATA-NUM-X(7:2)
                      DELIMITED BY SIZE INTO WS-RES-DATA-DIA
               MOVE WS-RES-DATA-DIA TO WS-DCB-BUSCA
               PERFORM LOCALIZAR-DATA-COBERTA
               IF WS-DCB-ACHOU NOT = 'S'
                   MOVE 'S' TO WS-RESUMO-FALTA
               END-IF
               ADD 1 TO WS-RES-INT-DIA
           END-PERFORM.

      ******************************************************************
      * Consulta ao log de auditoria: pesquisa o log mestre e os
      * arquivos datados do catalogo por qualquer combinacao de
      * operador, faixa de datas, tipo de calculo, tipo de erro e
      * faixa de valor do resultado, paginando na tela
      ******************************************************************
       CONSULTAR-LOG-AUDITORIA.
           PERFORM CAPTURAR-FILTROS-CONSULTA
           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           MOVE 0 TO WS-CON-ENCONTRADOS
           MOVE 0 TO WS-CON-LINHAS
           MOVE 'N' TO WS-CON-PARAR

           PERFORM CARREGAR-CATALOGO
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD OR
                         WS-CON-PARAR = 'S'
               MOVE WS-CAT-ARQUIVO(WS-CAT-IDX) TO WS-LOG-FILENAME
               PERFORM PESQUISAR-UM-LOG
               ADD 1 TO WS-CAT-IDX
           END-PERFORM
           IF WS-CON-PARAR NOT = 'S'
               MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
               PERFORM PESQUISAR-UM-LOG
           END-IF

           DISPLAY ' '
           DISPLAY 'Registros encontrados: ' WS-CON-ENCONTRADOS
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE.

       CAPTURAR-FILTROS-CONSULTA.
           DISPLAY 'Operador (branco = todos): ' WITH NO ADVANCING
           ACCEPT WS-CON-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-CON-OPERADOR)
               TO WS-CON-OPERADOR
           DISPLAY 'Data inicial (AAAA-MM-DD, branco = todas): '
               WITH NO ADVANCING
           ACCEPT WS-CON-DATA-INI
           MOVE SPACES TO WS-CON-DATA-FIM
           IF WS-CON-DATA-INI NOT = SPACES
               DISPLAY 'Data final (branco = igual a inicial): '
                   WITH NO ADVANCING
               ACCEPT WS-CON-DATA-FIM
               IF WS-CON-DATA-FIM = SPACES
                   MOVE WS-CON-DATA-INI TO WS-CON-DATA-FIM
               END-IF
           END-IF
           DISPLAY 'Tipo de calculo (S/E/C/M/F/R/A, branco = '
                   'todos): '
               WITH NO ADVANCING
           ACCEPT WS-CON-TIPO
           MOVE FUNCTION UPPER-CASE(WS-CON-TIPO) TO WS-CON-TIPO
           DISPLAY 'Tipo de erro (ex.: DIV_ZERO, branco = todos): '
               WITH NO ADVANCING
           ACCEPT WS-CON-ERRO-TIPO
           MOVE FUNCTION UPPER-CASE(WS-CON-ERRO-TIPO)
               TO WS-CON-ERRO-TIPO
           MOVE 'N' TO WS-CON-TEM-MIN
           MOVE 0 TO WS-CON-VALOR-MIN
           DISPLAY 'Resultado minimo (branco = sem limite): '
               WITH NO ADVANCING
           ACCEPT WS-CON-VALOR-TEXTO
           IF WS-CON-VALOR-TEXTO NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CON-VALOR-TEXTO))
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL = 0
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CON-VALOR-TEXTO))
                       TO WS-CON-VALOR-MIN
                   MOVE 'S' TO WS-CON-TEM-MIN
               ELSE
                   DISPLAY 'Valor invalido; limite ignorado.'
               END-IF
           END-IF
           MOVE 'N' TO WS-CON-TEM-MAX
           MOVE 0 TO WS-CON-VALOR-MAX
           DISPLAY 'Resultado maximo (branco = sem limite): '
               WITH NO ADVANCING
           ACCEPT WS-CON-VALOR-TEXTO
           IF WS-CON-VALOR-TEXTO NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-CON-VALOR-TEXTO))
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL = 0
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CON-VALOR-TEXTO))
                       TO WS-CON-VALOR-MAX
                   MOVE 'S' TO WS-CON-TEM-MAX
               ELSE
                   DISPLAY 'Valor invalido; limite ignorado.'
               END-IF
           END-IF.

       PESQUISAR-UM-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S' OR WS-CON-PARAR = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM AVALIAR-REGISTRO-CONSULTA
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       AVALIAR-REGISTRO-CONSULTA.
           PERFORM VERIFICAR-FILTROS-CONSULTA
           IF WS-CON-ATENDE = 'S'
               PERFORM EXIBIR-REGISTRO-CONSULTA
           END-IF.

      * Aplica os filtros da consulta ao registro lido; tambem usado
      * na selecao do original de um estorno
       VERIFICAR-FILTROS-CONSULTA.
           MOVE 'S' TO WS-CON-ATENDE
           IF (WS-CON-OPERADOR NOT = SPACES AND
               LOG-OPERADOR-ID NOT = WS-CON-OPERADOR) OR
              (WS-CON-DATA-INI NOT = SPACES AND
               (LOG-DATA < WS-CON-DATA-INI OR
                LOG-DATA > WS-CON-DATA-FIM)) OR
              (WS-CON-TIPO NOT = SPACES AND
               LOG-TIPO-CALCULO NOT = WS-CON-TIPO) OR
              (WS-CON-ERRO-TIPO NOT = SPACES AND
               LOG-ERRO-TIPO NOT = WS-CON-ERRO-TIPO) OR
              (WS-CON-TEM-MIN = 'S' AND
               LOG-RESULTADO < WS-CON-VALOR-MIN) OR
              (WS-CON-TEM-MAX = 'S' AND
               LOG-RESULTADO > WS-CON-VALOR-MAX)
               MOVE 'N' TO WS-CON-ATENDE
           END-IF.

       EXIBIR-REGISTRO-CONSULTA.
           ADD 1 TO WS-CON-ENCONTRADOS
           MOVE LOG-RESULTADO TO WS-CON-RESULT-EDIT
           IF LOG-ERRO-FLAG = 'S'
               DISPLAY LOG-DATA ' ' LOG-HORA ' ' LOG-OPERADOR-ID
                       ' ' LOG-TIPO-CALCULO ' ERRO '
                       LOG-ERRO-TIPO ' '
                       FUNCTION TRIM(LOG-EXPRESSAO-TXT)
           ELSE
               DISPLAY LOG-DATA ' ' LOG-HORA ' ' LOG-OPERADOR-ID
                       ' ' LOG-TIPO-CALCULO ' '
                       WS-CON-RESULT-EDIT ' '
                       FUNCTION TRIM(LOG-EXPRESSAO-TXT)
           END-IF
           ADD 1 TO WS-CON-LINHAS
           IF WS-CON-LINHAS >= WS-CON-LINHAS-PAGINA
               DISPLAY 'Continuar a consulta? (S/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CON-RESPOSTA
               IF WS-CON-RESPOSTA = 'N' OR WS-CON-RESPOSTA = 'n'
                   MOVE 'S' TO WS-CON-PARAR
               ELSE
                   MOVE 0 TO WS-CON-LINHAS
               END-IF
           END-IF.

      ******************************************************************
      * Relatorio por operador: producao por tipo de calculo, erros
      * por tipo e total de valores, impresso em arquivo formatado
      * com cabecalho, quebra de pagina e pagina de totais gerais
      ******************************************************************
       RELATORIO-OPERADOR.
           MOVE 0 TO WS-ROP-QTD
           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'Nenhum registro para o relatorio.'
           ELSE
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM ACUMULAR-OPERADOR-REL
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
               PERFORM GERAR-RELATORIO-OPERADOR
           END-IF
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE.

       ACUMULAR-OPERADOR-REL.
           IF LOG-TIPO-CALCULO = 'A' OR LOG-RETIDO-FLAG = 'S'
               CONTINUE
           ELSE
               PERFORM LOCALIZAR-OPERADOR-REL
               IF WS-ROP-ACHOU = 'S'
                   PERFORM ACUMULAR-LINHA-OPERADOR
               END-IF
           END-IF.

       LOCALIZAR-OPERADOR-REL.
           MOVE 'N' TO WS-ROP-ACHOU
           MOVE 1 TO WS-ROP-IDX
           PERFORM UNTIL WS-ROP-IDX > WS-ROP-QTD OR
                         WS-ROP-ACHOU = 'S'
               IF WS-ROP-ID(WS-ROP-IDX) = LOG-OPERADOR-ID
                   MOVE 'S' TO WS-ROP-ACHOU
               ELSE
                   ADD 1 TO WS-ROP-IDX
               END-IF
           END-PERFORM
           IF WS-ROP-ACHOU NOT = 'S'
               IF WS-ROP-QTD < 20
                   ADD 1 TO WS-ROP-QTD
                   MOVE WS-ROP-QTD TO WS-ROP-IDX
                   MOVE LOG-OPERADOR-ID TO WS-ROP-ID(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-SIMPLES(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-EXPRESSAO(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-CIENTIFICA(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-OUTRAS-OP(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-DIV-ZERO(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-DADO-INV(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-EXPR-INV(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-OUTROS-ERR(WS-ROP-IDX)
                   MOVE 0 TO WS-ROP-TOTAL(WS-ROP-IDX)
                   MOVE 'S' TO WS-ROP-ACHOU
               ELSE
                   DISPLAY 'AVISO: Tabela de operadores do relatorio '
                           'cheia; registro ignorado.'
               END-IF
           END-IF.

       ACUMULAR-LINHA-OPERADOR.
           IF LOG-ERRO-FLAG = 'S'
               EVALUATE LOG-ERRO-TIPO
                   WHEN 'DIV_ZERO'
                       ADD 1 TO WS-ROP-DIV-ZERO(WS-ROP-IDX)
                   WHEN 'DADO_INVALIDO'
                       ADD 1 TO WS-ROP-DADO-INV(WS-ROP-IDX)
                   WHEN 'EXPR_INVALIDA'
                       ADD 1 TO WS-ROP-EXPR-INV(WS-ROP-IDX)
                   WHEN 'EXPR_MUITO_LONGA'
                       ADD 1 TO WS-ROP-EXPR-INV(WS-ROP-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-ROP-OUTROS-ERR(WS-ROP-IDX)
               END-EVALUATE
           ELSE
               EVALUATE LOG-TIPO-CALCULO
                   WHEN 'S'
                       ADD 1 TO WS-ROP-SIMPLES(WS-ROP-IDX)
                   WHEN 'E'
                       ADD 1 TO WS-ROP-EXPRESSAO(WS-ROP-IDX)
                   WHEN 'C'
                       ADD 1 TO WS-ROP-CIENTIFICA(WS-ROP-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-ROP-OUTRAS-OP(WS-ROP-IDX)
               END-EVALUATE
               ADD LOG-RESULTADO TO WS-ROP-TOTAL(WS-ROP-IDX)
           END-IF.

       GERAR-RELATORIO-OPERADOR.
           OPEN OUTPUT RELOP-FILE
           IF WS-RELOP-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o relatorio '
                       'por operador!'
           ELSE
               PERFORM OBTER-DATA-HORA
               MOVE 0 TO WS-RELOP-PAGINA
               MOVE 99 TO WS-RELOP-LINHAS
               MOVE 0 TO WS-RGT-SIMPLES
               MOVE 0 TO WS-RGT-EXPRESSAO
               MOVE 0 TO WS-RGT-CIENTIFICA
               MOVE 0 TO WS-RGT-OUTRAS-OP
               MOVE 0 TO WS-RGT-DIV-ZERO
               MOVE 0 TO WS-RGT-DADO-INV
               MOVE 0 TO WS-RGT-EXPR-INV
               MOVE 0 TO WS-RGT-OUTROS-ERR
               MOVE 0 TO WS-RGT-TOTAL

               MOVE 1 TO WS-ROP-IDX
               PERFORM UNTIL WS-ROP-IDX > WS-ROP-QTD
                   PERFORM IMPRIMIR-LINHA-OPERADOR
                   ADD 1 TO WS-ROP-IDX
               END-PERFORM

               PERFORM IMPRIMIR-TOTAIS-OPERADOR
               CLOSE RELOP-FILE
               DISPLAY 'Relatorio gravado em '
                       FUNCTION TRIM(WS-RELOP-FILENAME)
           END-IF.

       IMPRIMIR-CABECALHO-OPERADOR.
           ADD 1 TO WS-RELOP-PAGINA
           MOVE WS-DATA-FORMATADA TO WS-RC1-DATA
           MOVE WS-RELOP-PAGINA TO WS-RC1-PAGINA
           MOVE WS-RELOP-CAB1 TO RELOP-LINHA
           WRITE RELOP-LINHA
           MOVE WS-RELOP-CAB2 TO RELOP-LINHA
           WRITE RELOP-LINHA
           MOVE ALL '-' TO RELOP-LINHA
           WRITE RELOP-LINHA
           MOVE 3 TO WS-RELOP-LINHAS.

       IMPRIMIR-LINHA-OPERADOR.
           IF WS-RELOP-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-OPERADOR
           END-IF
           MOVE WS-ROP-ID(WS-ROP-IDX) TO WS-RD-ID
           MOVE WS-ROP-SIMPLES(WS-ROP-IDX) TO WS-RD-SIMPLES
           MOVE WS-ROP-EXPRESSAO(WS-ROP-IDX) TO WS-RD-EXPRESSAO
           MOVE WS-ROP-CIENTIFICA(WS-ROP-IDX) TO WS-RD-CIENTIFICA
           MOVE WS-ROP-OUTRAS-OP(WS-ROP-IDX) TO WS-RD-OUTRAS-OP
           MOVE WS-ROP-DIV-ZERO(WS-ROP-IDX) TO WS-RD-DIV-ZERO
           MOVE WS-ROP-DADO-INV(WS-ROP-IDX) TO WS-RD-DADO-INV
           MOVE WS-ROP-EXPR-INV(WS-ROP-IDX) TO WS-RD-EXPR-INV
           MOVE WS-ROP-OUTROS-ERR(WS-ROP-IDX) TO WS-RD-OUTROS-ERR
           MOVE WS-ROP-TOTAL(WS-ROP-IDX) TO WS-RD-TOTAL
           MOVE WS-RELOP-DETALHE TO RELOP-LINHA
           WRITE RELOP-LINHA
           ADD 1 TO WS-RELOP-LINHAS

           ADD WS-ROP-SIMPLES(WS-ROP-IDX) TO WS-RGT-SIMPLES
           ADD WS-ROP-EXPRESSAO(WS-ROP-IDX) TO WS-RGT-EXPRESSAO
           ADD WS-ROP-CIENTIFICA(WS-ROP-IDX) TO WS-RGT-CIENTIFICA
           ADD WS-ROP-OUTRAS-OP(WS-ROP-IDX) TO WS-RGT-OUTRAS-OP
           ADD WS-ROP-DIV-ZERO(WS-ROP-IDX) TO WS-RGT-DIV-ZERO
           ADD WS-ROP-DADO-INV(WS-ROP-IDX) TO WS-RGT-DADO-INV
           ADD WS-ROP-EXPR-INV(WS-ROP-IDX) TO WS-RGT-EXPR-INV
           ADD WS-ROP-OUTROS-ERR(WS-ROP-IDX) TO WS-RGT-OUTROS-ERR
           ADD WS-ROP-TOTAL(WS-ROP-IDX) TO WS-RGT-TOTAL.

       IMPRIMIR-TOTAIS-OPERADOR.
           PERFORM IMPRIMIR-CABECALHO-OPERADOR
           MOVE 'TOTAIS' TO WS-RD-ID
           MOVE WS-RGT-SIMPLES TO WS-RD-SIMPLES
           MOVE WS-RGT-EXPRESSAO TO WS-RD-EXPRESSAO
           MOVE WS-RGT-CIENTIFICA TO WS-RD-CIENTIFICA
           MOVE WS-RGT-OUTRAS-OP TO WS-RD-OUTRAS-OP
           MOVE WS-RGT-DIV-ZERO TO WS-RD-DIV-ZERO
           MOVE WS-RGT-DADO-INV TO WS-RD-DADO-INV
           MOVE WS-RGT-EXPR-INV TO WS-RD-EXPR-INV
           MOVE WS-RGT-OUTROS-ERR TO WS-RD-OUTROS-ERR
           MOVE WS-RGT-TOTAL TO WS-RD-TOTAL
           MOVE WS-RELOP-DETALHE TO RELOP-LINHA
           WRITE RELOP-LINHA.

      ******************************************************************
      * Fechamento do dia: arquiva o log corrente com a data no nome,
      * abre um log novo e aplica a retencao sobre o catalogo de
      * arquivos antigos
      ******************************************************************
       FECHAMENTO-DIA.
           PERFORM OBTER-DATA-HORA
           MOVE SPACES TO WS-ARQUIVO-LOG-DIA
           STRING 'log_' WS-DATA-HORA-SISTEMA(1:8) '.txt'
               DELIMITED BY SIZE INTO WS-ARQUIVO-LOG-DIA

           PERFORM CARREGAR-CATALOGO
           MOVE 'S' TO WS-FECHAMENTO-OK
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD
               IF WS-CAT-ARQUIVO(WS-CAT-IDX) = WS-ARQUIVO-LOG-DIA
                   MOVE 'N' TO WS-FECHAMENTO-OK
               END-IF
               ADD 1 TO WS-CAT-IDX
           END-PERFORM
           IF WS-FECHAMENTO-OK = 'S'
               PERFORM CONFIRMAR-FECHAMENTO-NAO-UTIL
           END-IF

           IF WS-FECHAMENTO-OK = 'N'
               DISPLAY 'Fechamento ja realizado hoje.'
           ELSE
           IF WS-FECHAMENTO-CONFIRMADO NOT = 'S'
               DISPLAY 'Fechamento cancelado.'
           ELSE
               IF WS-CAT-QTD >= 100
                   DISPLAY 'ERRO: Catalogo de arquivos de log cheio!'
               ELSE
      *            Recupera sessoes mortas antes de conferir e
      *            cortar o dia; com orfao irrecuperavel o corte
      *            nao acontece, para nenhum calculo sumir calado
                   CLOSE LOG-FILE
                   CLOSE GL-EXPORT-FILE
                   PERFORM VARRER-SESSOES-ORFAS
                   OPEN EXTEND LOG-FILE
                   OPEN EXTEND GL-EXPORT-FILE
                   IF WS-VARREDURA-OK NOT = 'S' OR
                      WS-ORFAOS-RESTANTES > 0
                       DISPLAY 'Fechamento NAO realizado: sessoes '
                               'orfas nao recuperadas.'
                   ELSE
                       PERFORM RECONCILIAR-DIA
                       IF WS-RECONCILIA-OK = 'S'
                           MOVE 'D' TO WS-CAD-MODO
                           PERFORM VERIFICAR-CADEIA-LOG
                           IF WS-CAD-OK = 'S'
                               PERFORM ARQUIVAR-LOG-DO-DIA
                           ELSE
                               DISPLAY 'Fechamento NAO realizado: '
                                       'cadeia do log de auditoria '
                                       'do dia nao confere; detalhes '
                                       'em '
                                       FUNCTION TRIM(WS-RELCAD-FILENAME)
                           END-IF
                       ELSE
                           DISPLAY 'Fechamento NAO realizado: log '
                                   'de auditoria e feed do GL nao '
                                   'conferem.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      * Fechar sabado, domingo ou feriado nacional pede a
      * confirmacao do supervisor, que fica no log de auditoria
       CONFIRMAR-FECHAMENTO-NAO-UTIL.
           MOVE 'S' TO WS-FECHAMENTO-CONFIRMADO
           PERFORM CARREGAR-FERIADOS
           MOVE 'N' TO WS-DUT-ESCOPO
           MOVE WS-DATA-FORMATADA TO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           MOVE WS-DTU-INT TO WS-DUT-INT
           PERFORM AVALIAR-DIA-UTIL
           IF WS-DUT-UTIL NOT = 'S'
               IF WS-DUT-FERIADO NOT = SPACES
                   DISPLAY 'Hoje (' WS-DATA-FORMATADA ') e feriado: '
                           FUNCTION TRIM(WS-DUT-FERIADO) '.'
               ELSE
                   DISPLAY 'Hoje (' WS-DATA-FORMATADA ') nao e dia '
                           'util (fim de semana).'
               END-IF
               DISPLAY 'Confirma o fechamento de um dia nao util? '
                       '(S/N): ' WITH NO ADVANCING
               ACCEPT WS-FER-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WS-FER-RESPOSTA)
                   TO WS-FER-RESPOSTA
               IF WS-FER-RESPOSTA NOT = 'S'
                   MOVE 'N' TO WS-FECHAMENTO-CONFIRMADO
               ELSE
                   MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
                   MOVE SPACES TO WS-OPERADOR-LOG
                   MOVE 0 TO WS-PRIMEIRO-NUMERO
                   MOVE 0 TO WS-SEGUNDO-NUMERO
                   MOVE 0 TO WS-RESULTADO
                   MOVE 'N' TO WS-ERRO-FLAG
                   MOVE SPACES TO WS-ERRO-TIPO
                   MOVE SPACES TO WS-CENTRO-CUSTO-ATUAL
                   MOVE 'N' TO WS-RETIDO-FLAG
                   MOVE SPACES TO WS-EXPRESSAO-LOG
                   STRING 'FECHAMENTO DIA NAO UTIL ' WS-DATA-FORMATADA
                          ' CONFIRMADO'
                          DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
                   PERFORM REGISTRAR-LOG
               END-IF
           END-IF.

      * Conferencia independente antes de cortar o dia: soma os
      * calculos bem-sucedidos do dia no log consolidado e compara
      * contagem e hash totals com os detalhes do dia no feed do GL
      * (mais o envio ainda aberto desta sessao) e com os trailers
      * dos envios do dia; qualquer divergencia impede o fechamento
       RECONCILIAR-DIA.
           MOVE 'N' TO WS-RECONCILIA-OK
           MOVE 0 TO WS-REC-LOG-CONT
           MOVE 0 TO WS-REC-LOG-OPERANDO1
           MOVE 0 TO WS-REC-LOG-OPERANDO2
           MOVE 0 TO WS-REC-LOG-RESULTADO
           MOVE 0 TO WS-REC-GL-CONT
           MOVE 0 TO WS-REC-GL-OPERANDO1
           MOVE 0 TO WS-REC-GL-OPERANDO2
           MOVE 0 TO WS-REC-GL-RESULTADO
           MOVE 0 TO WS-REC-TRL-CONT
           MOVE 0 TO WS-REC-TRL-OPERANDO1
           MOVE 0 TO WS-REC-TRL-OPERANDO2
           MOVE 0 TO WS-REC-TRL-RESULTADO
           MOVE SPACES TO WS-REC-HDR-DATA

           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM ACUMULAR-RECONCILIA-LOG
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE

           OPEN INPUT MASTER-GL-FILE
           IF WS-MASTER-GL-STATUS = '00'
               MOVE 'N' TO WS-SESSAO-EOF
               PERFORM UNTIL WS-SESSAO-EOF = 'S'
                   READ MASTER-GL-FILE
                       AT END
                           MOVE 'S' TO WS-SESSAO-EOF
                       NOT AT END
                           PERFORM ACUMULAR-RECONCILIA-GL
                   END-READ
               END-PERFORM
               CLOSE MASTER-GL-FILE
           END-IF

      *    O envio desta sessao ainda nao foi consolidado nem tem
      *    trailer; entra pelos acumuladores em memoria
           ADD WS-GL-CONT-DETALHES TO WS-REC-GL-CONT
           ADD WS-GL-HASH-OPERANDO1 TO WS-REC-GL-OPERANDO1
           ADD WS-GL-HASH-OPERANDO2 TO WS-REC-GL-OPERANDO2
           ADD WS-GL-HASH-RESULTADO TO WS-REC-GL-RESULTADO
           ADD WS-GL-CONT-DETALHES TO WS-REC-TRL-CONT
           ADD WS-GL-HASH-OPERANDO1 TO WS-REC-TRL-OPERANDO1
           ADD WS-GL-HASH-OPERANDO2 TO WS-REC-TRL-OPERANDO2
           ADD WS-GL-HASH-RESULTADO TO WS-REC-TRL-RESULTADO

           PERFORM IMPRIMIR-BALANCO-RECONCILIA
           IF WS-REC-LOG-CONT = WS-REC-GL-CONT AND
              WS-REC-LOG-OPERANDO1 = WS-REC-GL-OPERANDO1 AND
              WS-REC-LOG-OPERANDO2 = WS-REC-GL-OPERANDO2 AND
              WS-REC-LOG-RESULTADO = WS-REC-GL-RESULTADO AND
              WS-REC-GL-CONT = WS-REC-TRL-CONT AND
              WS-REC-GL-OPERANDO1 = WS-REC-TRL-OPERANDO1 AND
              WS-REC-GL-OPERANDO2 = WS-REC-TRL-OPERANDO2 AND
              WS-REC-GL-RESULTADO = WS-REC-TRL-RESULTADO
               MOVE 'S' TO WS-RECONCILIA-OK
           END-IF.

       ACUMULAR-RECONCILIA-LOG.
           IF LOG-DATA = WS-DATA-FORMATADA AND
              LOG-TIPO-CALCULO NOT = 'A' AND
              LOG-ERRO-FLAG = 'N' AND
              LOG-RETIDO-FLAG NOT = 'S'
               ADD 1 TO WS-REC-LOG-CONT
               ADD LOG-OPERANDO1 TO WS-REC-LOG-OPERANDO1
               ADD LOG-OPERANDO2 TO WS-REC-LOG-OPERANDO2
               ADD LOG-RESULTADO TO WS-REC-LOG-RESULTADO
           END-IF.

      * O feed consolidado e percorrido na ordem em que foi gravado:
      * o header guarda a data do envio corrente, os detalhes do dia
      * entram nos totais de detalhe e o trailer de um envio do dia
      * entra nos totais de trailer
       ACUMULAR-RECONCILIA-GL.
           EVALUATE MASTER-GL-RECORD(1:1)
               WHEN 'H'
                   MOVE MASTER-GL-RECORD(2:10) TO WS-REC-HDR-DATA
               WHEN 'D'
                   MOVE MASTER-GL-RECORD TO WS-GL-LIDO
                   IF WS-GLL-DATA = WS-DATA-FORMATADA
                       ADD 1 TO WS-REC-GL-CONT
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLL-OPERANDO1))
                           TO WS-REC-GL-OPERANDO1
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLL-OPERANDO2))
                           TO WS-REC-GL-OPERANDO2
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLL-RESULTADO))
                           TO WS-REC-GL-RESULTADO
                   END-IF
               WHEN 'T'
                   IF WS-REC-HDR-DATA = WS-DATA-FORMATADA
                       MOVE MASTER-GL-RECORD TO WS-GL-TRL-LIDO
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLT-CONTAGEM))
                           TO WS-REC-TRL-CONT
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLT-HASH-OP1))
                           TO WS-REC-TRL-OPERANDO1
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLT-HASH-OP2))
                           TO WS-REC-TRL-OPERANDO2
                       ADD FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-GLT-HASH-RES))
                           TO WS-REC-TRL-RESULTADO
                   END-IF
           END-EVALUATE.

       IMPRIMIR-BALANCO-RECONCILIA.
           DISPLAY ' '
           DISPLAY '====== BALANCO LOG X FEED DO GL ========='
           MOVE WS-REC-LOG-CONT TO WS-REC-EDIT-CONT
           DISPLAY 'Calculos no log do dia ...: ' WS-REC-EDIT-CONT
           MOVE WS-REC-GL-CONT TO WS-REC-EDIT-CONT
           DISPLAY 'Detalhes no feed do dia ..: ' WS-REC-EDIT-CONT
           MOVE WS-REC-TRL-CONT TO WS-REC-EDIT-CONT
           DISPLAY 'Contagem nos trailers ....: ' WS-REC-EDIT-CONT
           MOVE WS-REC-LOG-RESULTADO TO WS-REC-EDIT-VALOR
           DISPLAY 'Resultados no log ........: ' WS-REC-EDIT-VALOR
           MOVE WS-REC-GL-RESULTADO TO WS-REC-EDIT-VALOR
           DISPLAY 'Resultados no feed .......: ' WS-REC-EDIT-VALOR
           MOVE WS-REC-TRL-RESULTADO TO WS-REC-EDIT-VALOR
           DISPLAY 'Resultados nos trailers ..: ' WS-REC-EDIT-VALOR
           MOVE WS-REC-LOG-OPERANDO1 TO WS-REC-EDIT-VALOR
           DISPLAY 'Operando 1 no log ........: ' WS-REC-EDIT-VALOR
           MOVE WS-REC-GL-OPERANDO1 TO WS-REC-EDIT-VALOR
           DISPLAY 'Operando 1 no feed .......: ' WS-REC-EDIT-VALOR
           MOVE WS-REC-LOG-OPERANDO2 TO WS-REC-EDIT-VALOR
           DISPLAY 'Operando 2 no log ........: ' WS-REC-EDIT-VALOR
           MOVE WS-REC-GL-OPERANDO2 TO WS-REC-EDIT-VALOR
           DISPLAY 'Operando 2 no feed .......: ' WS-REC-EDIT-VALOR
           DISPLAY '=========================================='.

       ARQUIVAR-LOG-DO-DIA.
           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           CALL 'CBL_RENAME_FILE' USING WS-LOG-MASTER-FILENAME
               WS-ARQUIVO-LOG-DIA
           IF RETURN-CODE NOT = 0
               DISPLAY 'ERRO: Nao foi possivel arquivar o log!'
               OPEN EXTEND LOG-FILE
           ELSE
               ADD 1 TO WS-CAT-QTD
               MOVE WS-DATA-FORMATADA TO WS-CAT-DATA(WS-CAT-QTD)
               MOVE WS-ARQUIVO-LOG-DIA TO WS-CAT-ARQUIVO(WS-CAT-QTD)
               MOVE 0 TO WS-BKP-QTD
               PERFORM GRAVAR-RESUMO-DIA
               PERFORM APLICAR-RETENCAO-LOGS
               PERFORM GRAVAR-CATALOGO
               PERFORM GERAR-BACKUP-DIA
               OPEN EXTEND LOG-FILE
               MOVE 'SIGN-ON' TO WS-ACESSO-TEXTO
               PERFORM REGISTRAR-ACESSO
               DISPLAY 'Log arquivado em '
                       FUNCTION TRIM(WS-ARQUIVO-LOG-DIA)
           END-IF.

      * Gera um registro de resumo por data presente no arquivo de
      * log recem-arquivado, com os mesmos acumuladores do
      * relatorio diario; um dia dividido entre dois fechamentos
      * gera dois registros que o relatorio soma
       GRAVAR-RESUMO-DIA.
           MOVE 0 TO WS-RES-QTD
           MOVE WS-LOG-FILENAME TO WS-LOG-FILENAME-SALVO
           MOVE WS-ARQUIVO-LOG-DIA TO WS-LOG-FILENAME
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           IF LOG-TIPO-CALCULO NOT = 'A' AND
                              LOG-RETIDO-FLAG NOT = 'S'
                               PERFORM ACUMULAR-RESUMO-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           MOVE WS-LOG-FILENAME-SALVO TO WS-LOG-FILENAME
           PERFORM OBTER-COBERTURA-RESUMO
           IF WS-RES-QTD > 0
               PERFORM GRAVAR-REGISTROS-RESUMO
           END-IF
           PERFORM GRAVAR-RESUMO-DIAS-VAZIOS.

      * Ultima data ja coberta por algum registro de resumo; e o
      * marco a partir do qual os dias vazios precisam de registro
      * zerado para completar a cobertura
       OBTER-COBERTURA-RESUMO.
           MOVE SPACES TO WS-RES-COB-MAX
           OPEN INPUT RESUMO-FILE
           IF WS-RESUMO-STATUS = '00'
               MOVE 'N' TO WS-RESUMO-EOF
               PERFORM UNTIL WS-RESUMO-EOF = 'S'
                   READ RESUMO-FILE
                       AT END
                           MOVE 'S' TO WS-RESUMO-EOF
                       NOT AT END
                           IF RD-DATA > WS-RES-COB-MAX
                               MOVE RD-DATA TO WS-RES-COB-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMO-FILE
           END-IF.

      * Dias sem nenhum calculo (fins de semana, feriados) nao
      * aparecem no log e nunca ganhariam resumo, e o relatorio por
      * faixa cairia na releitura bruta dos arquivados em quase
      * toda execucao; cada fechamento completa a cobertura com um
      * registro zerado para todo dia entre a ultima data resumida
      * e hoje que nao ganhou registro de verdade. Dias anteriores
      * ao primeiro fechamento com resumo continuam caindo na
      * releitura bruta, que e o unico jeito de conta-los.
       GRAVAR-RESUMO-DIAS-VAZIOS.
           PERFORM OBTER-DATA-HORA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-RES-DATA-NUM-X
           MOVE WS-RES-DATA-NUM-X TO WS-RES-DATA-NUM
           COMPUTE WS-RES-INT-COB-FIM =
               FUNCTION INTEGER-OF-DATE(WS-RES-DATA-NUM)

           MOVE 0 TO WS-RES-INT-COB-INI
           IF WS-RES-COB-MAX NOT = SPACES
               MOVE SPACES TO WS-RES-DATA-NUM-X
               STRING WS-RES-COB-MAX(1:4) WS-RES-COB-MAX(6:2)
                      WS-RES-COB-MAX(9:2)
                      DELIMITED BY SIZE INTO WS-RES-DATA-NUM-X
               IF WS-RES-DATA-NUM-X IS NUMERIC
                   MOVE WS-RES-DATA-NUM-X TO WS-RES-DATA-NUM
                   COMPUTE WS-RES-INT-COB-INI =
                       FUNCTION INTEGER-OF-DATE(WS-RES-DATA-NUM)
                   ADD 1 TO WS-RES-INT-COB-INI
               END-IF
           END-IF
           IF WS-RES-INT-COB-INI = 0 OR WS-RES-INT-COB-INI = 1
               MOVE WS-RES-INT-COB-FIM TO WS-RES-INT-COB-INI
           END-IF
      *    Protecao contra data de cobertura corrompida ou relogio
      *    fora do lugar: nunca preenche mais de um ano para tras
           IF WS-RES-INT-COB-FIM - WS-RES-INT-COB-INI > 400
               COMPUTE WS-RES-INT-COB-INI =
                   WS-RES-INT-COB-FIM - 400
           END-IF

           OPEN EXTEND RESUMO-FILE
           IF WS-RESUMO-STATUS = '35'
               OPEN OUTPUT RESUMO-FILE
           END-IF
           IF WS-RESUMO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o resumo '
                       'diario!'
           ELSE
               MOVE WS-RES-INT-COB-INI TO WS-RES-INT-DIA
               PERFORM UNTIL WS-RES-INT-DIA > WS-RES-INT-COB-FIM
                   PERFORM GRAVAR-UM-DIA-VAZIO
                   ADD 1 TO WS-RES-INT-DIA
               END-PERFORM
               CLOSE RESUMO-FILE
           END-IF.

       GRAVAR-UM-DIA-VAZIO.
           COMPUTE WS-RES-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-RES-INT-DIA)
           MOVE WS-RES-DATA-NUM TO WS-RES-DATA-NUM-X
           MOVE SPACES TO WS-RES-DATA-DIA
           STRING WS-RES-DATA-NUM-X(1:4) '-'
                  WS-RES-DATA-NUM-X(5:2) '-'
                  WS-RES-DATA-NUM-X(7:2)
                  DELIMITED BY SIZE INTO WS-RES-DATA-DIA
           PERFORM VERIFICAR-DATA-RESUMO-TABELA
           IF WS-RES-ACHOU NOT = 'S'
               MOVE WS-RES-DATA-DIA TO RD-DATA
               MOVE 0 TO RD-SOMA
               MOVE 0 TO RD-SUBTRACAO
               MOVE 0 TO RD-MULTIPLICACAO
               MOVE 0 TO RD-DIVISAO
               MOVE 0 TO RD-CIENTIFICA
               MOVE 0 TO RD-EXPRESSAO
               MOVE 0 TO RD-OUTRAS-OP
               MOVE 0 TO RD-DIV-ZERO
               MOVE 0 TO RD-EXPR-INVALIDA
               MOVE 0 TO RD-OUTROS-ERROS
               MOVE 0 TO RD-TOTAL
               WRITE RESUMO-RECORD
               IF WS-RESUMO-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o resumo '
                           'diario!'
               END-IF
           END-IF.

       VERIFICAR-DATA-RESUMO-TABELA.
           MOVE 'N' TO WS-RES-ACHOU
           MOVE 1 TO WS-RES-IDX
           PERFORM UNTIL WS-RES-IDX > WS-RES-QTD OR
                         WS-RES-ACHOU = 'S'
               IF WS-RES-DATA(WS-RES-IDX) = WS-RES-DATA-DIA
                   MOVE 'S' TO WS-RES-ACHOU
               ELSE
                   ADD 1 TO WS-RES-IDX
               END-IF
           END-PERFORM.

       ACUMULAR-RESUMO-REGISTRO.
           PERFORM LOCALIZAR-RESUMO-DATA
           IF WS-RES-ACHOU = 'S'
               IF LOG-ERRO-FLAG = 'S'
                   EVALUATE LOG-ERRO-TIPO
                       WHEN 'DIV_ZERO'
                           ADD 1 TO WS-RES-DIV-ZERO(WS-RES-IDX)
                       WHEN 'EXPR_INVALIDA'
                           ADD 1 TO WS-RES-EXPR-INVALIDA(WS-RES-IDX)
                       WHEN 'EXPR_MUITO_LONGA'
                           ADD 1 TO WS-RES-EXPR-INVALIDA(WS-RES-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-RES-OUTROS-ERROS(WS-RES-IDX)
                   END-EVALUATE
               ELSE
                   ADD LOG-RESULTADO TO WS-RES-TOTAL(WS-RES-IDX)
                   EVALUATE TRUE
                       WHEN LOG-TIPO-CALCULO = 'C'
                           ADD 1 TO WS-RES-CIENTIFICA(WS-RES-IDX)
                       WHEN LOG-TIPO-CALCULO = 'E'
                           ADD 1 TO WS-RES-EXPRESSAO(WS-RES-IDX)
                       WHEN LOG-OPERADOR-CHAR = '+'
                           ADD 1 TO WS-RES-SOMA(WS-RES-IDX)
                       WHEN LOG-OPERADOR-CHAR = '-'
                           ADD 1 TO WS-RES-SUBTRACAO(WS-RES-IDX)
                       WHEN LOG-OPERADOR-CHAR = '*'
                           ADD 1 TO WS-RES-MULTIPLICACAO(WS-RES-IDX)
                       WHEN LOG-OPERADOR-CHAR = '/'
                           ADD 1 TO WS-RES-DIVISAO(WS-RES-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-RES-OUTRAS-OP(WS-RES-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       LOCALIZAR-RESUMO-DATA.
           MOVE 'N' TO WS-RES-ACHOU
           MOVE 1 TO WS-RES-IDX
           PERFORM UNTIL WS-RES-IDX > WS-RES-QTD OR
                         WS-RES-ACHOU = 'S'
               IF WS-RES-DATA(WS-RES-IDX) = LOG-DATA
                   MOVE 'S' TO WS-RES-ACHOU
               ELSE
                   ADD 1 TO WS-RES-IDX
               END-IF
           END-PERFORM
           IF WS-RES-ACHOU NOT = 'S'
               IF WS-RES-QTD < 31
                   ADD 1 TO WS-RES-QTD
                   MOVE WS-RES-QTD TO WS-RES-IDX
                   MOVE LOG-DATA TO WS-RES-DATA(WS-RES-IDX)
                   MOVE 0 TO WS-RES-SOMA(WS-RES-IDX)
                   MOVE 0 TO WS-RES-SUBTRACAO(WS-RES-IDX)
                   MOVE 0 TO WS-RES-MULTIPLICACAO(WS-RES-IDX)
                   MOVE 0 TO WS-RES-DIVISAO(WS-RES-IDX)
                   MOVE 0 TO WS-RES-CIENTIFICA(WS-RES-IDX)
                   MOVE 0 TO WS-RES-EXPRESSAO(WS-RES-IDX)
                   MOVE 0 TO WS-RES-OUTRAS-OP(WS-RES-IDX)
                   MOVE 0 TO WS-RES-DIV-ZERO(WS-RES-IDX)
                   MOVE 0 TO WS-RES-EXPR-INVALIDA(WS-RES-IDX)
                   MOVE 0 TO WS-RES-OUTROS-ERROS(WS-RES-IDX)
                   MOVE 0 TO WS-RES-TOTAL(WS-RES-IDX)
                   MOVE 'S' TO WS-RES-ACHOU
               ELSE
                   DISPLAY 'AVISO: Tabela de resumo diario cheia; '
                           'dia sem resumo sera relido dos logs.'
               END-IF
           END-IF.

       GRAVAR-REGISTROS-RESUMO.
           OPEN EXTEND RESUMO-FILE
           IF WS-RESUMO-STATUS = '35'
               OPEN OUTPUT RESUMO-FILE
           END-IF
           IF WS-RESUMO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o resumo '
                       'diario!'
           ELSE
               MOVE 1 TO WS-RES-IDX
               PERFORM UNTIL WS-RES-IDX > WS-RES-QTD
                   MOVE WS-RES-DATA(WS-RES-IDX) TO RD-DATA
                   MOVE WS-RES-SOMA(WS-RES-IDX) TO RD-SOMA
                   MOVE WS-RES-SUBTRACAO(WS-RES-IDX)
                       TO RD-SUBTRACAO
                   MOVE WS-RES-MULTIPLICACAO(WS-RES-IDX)
                       TO RD-MULTIPLICACAO
                   MOVE WS-RES-DIVISAO(WS-RES-IDX) TO RD-DIVISAO
                   MOVE WS-RES-CIENTIFICA(WS-RES-IDX)
                       TO RD-CIENTIFICA
                   MOVE WS-RES-EXPRESSAO(WS-RES-IDX)
                       TO RD-EXPRESSAO
                   MOVE WS-RES-OUTRAS-OP(WS-RES-IDX)
                       TO RD-OUTRAS-OP
                   MOVE WS-RES-DIV-ZERO(WS-RES-IDX) TO RD-DIV-ZERO
                   MOVE WS-RES-EXPR-INVALIDA(WS-RES-IDX)
                       TO RD-EXPR-INVALIDA
                   MOVE WS-RES-OUTROS-ERROS(WS-RES-IDX)
                       TO RD-OUTROS-ERROS
                   MOVE WS-RES-TOTAL(WS-RES-IDX) TO RD-TOTAL
                   WRITE RESUMO-RECORD
                   IF WS-RESUMO-STATUS NOT = '00'
                       DISPLAY 'ERRO: Nao foi possivel gravar o '
                               'resumo diario!'
                   END-IF
                   ADD 1 TO WS-RES-IDX
               END-PERFORM
               CLOSE RESUMO-FILE
           END-IF.

       APLICAR-RETENCAO-LOGS.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-NUM-X
           MOVE WS-DATA-NUM-X TO WS-DATA-NUM
           COMPUTE WS-DATA-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           MOVE 0 TO WS-CAT-IDX2
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD
               PERFORM AVALIAR-RETENCAO-ENTRADA
               ADD 1 TO WS-CAT-IDX
           END-PERFORM
           MOVE WS-CAT-IDX2 TO WS-CAT-QTD.

       AVALIAR-RETENCAO-ENTRADA.
           MOVE SPACES TO WS-DATA-NUM-X
           STRING WS-CAT-DATA(WS-CAT-IDX)(1:4)
                  WS-CAT-DATA(WS-CAT-IDX)(6:2)
                  WS-CAT-DATA(WS-CAT-IDX)(9:2)
                  DELIMITED BY SIZE INTO WS-DATA-NUM-X
           IF WS-DATA-NUM-X IS NUMERIC
               MOVE WS-DATA-NUM-X TO WS-DATA-NUM
               COMPUTE WS-DATA-INT-ARQ =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           ELSE
               MOVE 0 TO WS-DATA-INT-ARQ
           END-IF

           IF WS-DATA-INT-ARQ > 0 AND
              WS-DATA-INT-HOJE - WS-DATA-INT-ARQ > WS-RETENCAO-DIAS
               PERFORM MOVER-LOG-EXPIRADO
           ELSE
               ADD 1 TO WS-CAT-IDX2
               MOVE WS-CAT-DATA(WS-CAT-IDX)
                   TO WS-CAT-DATA(WS-CAT-IDX2)
               MOVE WS-CAT-ARQUIVO(WS-CAT-IDX)
                   TO WS-CAT-ARQUIVO(WS-CAT-IDX2)
           END-IF.

       CARREGAR-CATALOGO.
           MOVE 0 TO WS-CAT-QTD
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS = '00'
               MOVE 'N' TO WS-CATALOGO-EOF
               PERFORM UNTIL WS-CATALOGO-EOF = 'S'
                   READ CATALOGO-FILE
                       AT END
                           MOVE 'S' TO WS-CATALOGO-EOF
                       NOT AT END
                           IF WS-CAT-QTD < 100
                               ADD 1 TO WS-CAT-QTD
                               MOVE CAT-DATA
                                   TO WS-CAT-DATA(WS-CAT-QTD)
                               MOVE CAT-ARQUIVO
                                   TO WS-CAT-ARQUIVO(WS-CAT-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       GRAVAR-CATALOGO.
           OPEN OUTPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o catalogo de '
                       'arquivos de log!'
           ELSE
               MOVE 1 TO WS-CAT-IDX
               PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD
                   MOVE WS-CAT-DATA(WS-CAT-IDX) TO CAT-DATA
                   MOVE WS-CAT-ARQUIVO(WS-CAT-IDX) TO CAT-ARQUIVO
                   WRITE CATALOGO-RECORD
                   ADD 1 TO WS-CAT-IDX
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

      ******************************************************************
      * Periodos contabeis: o fechamento do mes confere que todos os
      * dias do mes foram fechados e reconciliados, que nenhum
      * calculo do mes ficou retido e que nenhuma sessao ainda pode
      * lancar no mes; so entao imprime o resumo do mes a partir do
      * resumo diario e marca o periodo como fechado
      ******************************************************************
       PERIODOS-CONTABEIS.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Periodos: L-Listar M-Fechamento do Mes '
                       'F-Fim: '
                   WITH NO ADVANCING
               ACCEPT WS-PER-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-PER-OPCAO) TO WS-PER-OPCAO
               EVALUATE WS-PER-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-PERIODOS
                   WHEN 'M'
                       IF WS-OPERADOR-NIVEL = 'S'
                           PERFORM FECHAR-MES
                       ELSE
                           DISPLAY 'Funcao restrita a supervisores.'
                       END-IF
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-PERIODOS.
           PERFORM CARREGAR-PERIODOS
           IF WS-PRD-QTD = 0
               DISPLAY 'Nenhum periodo fechado; todos os meses estao '
                       'abertos.'
           ELSE
               DISPLAY 'PERIODO  INICIO      FIM         SITUACAO  '
                       'FECHADO EM  POR'
               MOVE 1 TO WS-PRD-IDX
               PERFORM UNTIL WS-PRD-IDX > WS-PRD-QTD
                   IF WS-PRD-STATUS(WS-PRD-IDX) = 'F'
                       DISPLAY WS-PRD-PERIODO(WS-PRD-IDX) '  '
                               WS-PRD-INICIO(WS-PRD-IDX) '  '
                               WS-PRD-FIM(WS-PRD-IDX) '  FECHADO   '
                               WS-PRD-FECHADO-EM(WS-PRD-IDX) '  '
                               WS-PRD-FECHADO-POR(WS-PRD-IDX)
                   ELSE
                       DISPLAY WS-PRD-PERIODO(WS-PRD-IDX) '  '
                               WS-PRD-INICIO(WS-PRD-IDX) '  '
                               WS-PRD-FIM(WS-PRD-IDX) '  ABERTO'
                   END-IF
                   ADD 1 TO WS-PRD-IDX
               END-PERFORM
               DISPLAY 'Meses fora da lista estao abertos.'
           END-IF.

       CARREGAR-PERIODOS.
           MOVE 0 TO WS-PRD-QTD
           MOVE 'N' TO WS-PRD-OVERFLOW
           OPEN INPUT PERIODO-FILE
           IF WS-PERIODO-STATUS = '00'
               MOVE 'N' TO WS-PERIODO-EOF
               PERFORM UNTIL WS-PERIODO-EOF = 'S'
                   READ PERIODO-FILE
                       AT END
                           MOVE 'S' TO WS-PERIODO-EOF
                       NOT AT END
                           IF WS-PRD-QTD >= 240
                               MOVE 'S' TO WS-PRD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PRD-QTD
                               MOVE PERIODO-RECORD
                                   TO WS-PRD-ENT(WS-PRD-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODO-FILE
           END-IF
           IF WS-PRD-OVERFLOW = 'S'
               DISPLAY 'AVISO: Calendario de periodos com mais de '
                       '240 meses; meses excedentes ignorados.'
           END-IF.

       LOCALIZAR-PERIODO.
           MOVE 'N' TO WS-PRD-ACHOU
           MOVE 1 TO WS-PRD-IDX
           PERFORM UNTIL WS-PRD-IDX > WS-PRD-QTD OR
                         WS-PRD-ACHOU = 'S'
               IF WS-PRD-PERIODO(WS-PRD-IDX) = WS-PRD-BUSCA
                   MOVE 'S' TO WS-PRD-ACHOU
               ELSE
                   ADD 1 TO WS-PRD-IDX
               END-IF
           END-PERFORM.

      * Devolve WS-PER-FECHADO = 'S' quando o mes da data em
      * WS-PER-DATA (AAAA-MM-DD) esta fechado; WS-PER-PERIODO fica
      * com o mes da data
       VERIFICAR-PERIODO-FECHADO.
           MOVE 'N' TO WS-PER-FECHADO
           MOVE WS-PER-DATA(1:7) TO WS-PER-PERIODO
           MOVE WS-PER-PERIODO TO WS-PRD-BUSCA
           PERFORM LOCALIZAR-PERIODO
           IF WS-PRD-ACHOU = 'S'
               IF WS-PRD-STATUS(WS-PRD-IDX) = 'F'
                   MOVE 'S' TO WS-PER-FECHADO
               END-IF
           END-IF.

      * A partir do mes em WS-PER-PERIODO, o primeiro mes seguinte
      * ainda aberto (WS-PER-DESTINO) e o seu primeiro dia
      * (WS-PER-DESTINO-DATA)
       OBTER-PROXIMO-PERIODO-ABERTO.
           MOVE WS-PER-PERIODO(1:4) TO WS-PER-ANO
           MOVE WS-PER-PERIODO(6:2) TO WS-PER-MES
           MOVE 'S' TO WS-PRD-ACHOU
           PERFORM UNTIL WS-PRD-ACHOU = 'N'
               PERFORM AVANCAR-MES-PERIODO
               MOVE SPACES TO WS-PER-DESTINO
               STRING WS-PER-ANO '-' WS-PER-MES
                   DELIMITED BY SIZE INTO WS-PER-DESTINO
               MOVE WS-PER-DESTINO TO WS-PRD-BUSCA
               PERFORM LOCALIZAR-PERIODO
               IF WS-PRD-ACHOU = 'S'
                   IF WS-PRD-STATUS(WS-PRD-IDX) NOT = 'F'
                       MOVE 'N' TO WS-PRD-ACHOU
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PER-DESTINO-DATA
           STRING WS-PER-DESTINO '-01'
               DELIMITED BY SIZE INTO WS-PER-DESTINO-DATA.

       AVANCAR-MES-PERIODO.
           IF WS-PER-MES >= 12
               ADD 1 TO WS-PER-ANO
               MOVE 1 TO WS-PER-MES
           ELSE
               ADD 1 TO WS-PER-MES
           END-IF.

      * Primeiro e ultimo dia do mes em WS-PER-PERIODO
       MONTAR-LIMITES-PERIODO.
           MOVE SPACES TO WS-PER-INICIO
           STRING WS-PER-PERIODO '-01'
               DELIMITED BY SIZE INTO WS-PER-INICIO
           MOVE WS-PER-PERIODO(1:4) TO WS-PER-ANO
           MOVE WS-PER-PERIODO(6:2) TO WS-PER-MES
           PERFORM AVANCAR-MES-PERIODO
           MOVE SPACES TO WS-DTU-TEXTO
           STRING WS-PER-ANO '-' WS-PER-MES '-01'
               DELIMITED BY SIZE INTO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           SUBTRACT 1 FROM WS-DTU-INT
           PERFORM MONTAR-DATA-TEXTO
           MOVE WS-DTU-TEXTO TO WS-PER-FIM
           MOVE WS-DTU-NUM-X TO WS-PER-FIM-NUM
           MOVE WS-PER-FIM(9:2) TO WS-PER-DIAS-MES.

       FECHAR-MES.
           PERFORM OBTER-DATA-HORA
      *    Sugere o mes anterior ao de hoje
           MOVE WS-DATA-FORMATADA(1:4) TO WS-PER-ANO
           MOVE WS-DATA-FORMATADA(6:2) TO WS-PER-MES
           IF WS-PER-MES = 1
               SUBTRACT 1 FROM WS-PER-ANO
               MOVE 12 TO WS-PER-MES
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF
           MOVE SPACES TO WS-PER-PERIODO
           STRING WS-PER-ANO '-' WS-PER-MES
               DELIMITED BY SIZE INTO WS-PER-PERIODO
           DISPLAY 'Periodo a fechar (AAAA-MM, branco = '
                   WS-PER-PERIODO '): ' WITH NO ADVANCING
           ACCEPT WS-PER-ENTRADA
           IF WS-PER-ENTRADA NOT = SPACES
               MOVE WS-PER-ENTRADA TO WS-PER-PERIODO
           END-IF
           MOVE SPACES TO WS-DTU-TEXTO
           STRING WS-PER-PERIODO '-01'
               DELIMITED BY SIZE INTO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           IF WS-DTU-OK NOT = 'S'
               DISPLAY 'Periodo invalido.'
           ELSE
               PERFORM MONTAR-LIMITES-PERIODO
               PERFORM CARREGAR-PERIODOS
               MOVE WS-PER-PERIODO TO WS-PRD-BUSCA
               PERFORM LOCALIZAR-PERIODO
               IF WS-PRD-ACHOU = 'S' AND
                  WS-PRD-STATUS(WS-PRD-IDX) = 'F'
                   DISPLAY 'Periodo ' WS-PER-PERIODO ' ja fechado em '
                           WS-PRD-FECHADO-EM(WS-PRD-IDX) ' por '
                           FUNCTION TRIM(WS-PRD-FECHADO-POR(WS-PRD-IDX))
                           '.'
               ELSE
                   IF WS-PER-FIM NOT < WS-DATA-FORMATADA
                       DISPLAY 'O mes ' WS-PER-PERIODO ' ainda nao '
                               'terminou; fechamento so depois de '
                               WS-PER-FIM '.'
                   ELSE
                       PERFORM VERIFICAR-CONDICOES-FECHAMENTO
                       IF WS-PER-FECHA-OK NOT = 'S'
                           DISPLAY 'Fechamento do mes NAO realizado.'
                       ELSE
                           PERFORM CONFIRMAR-FECHAMENTO-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Todas as condicoes sao conferidas e todas as pendencias sao
      * listadas de uma vez, para o supervisor resolver tudo antes
      * da proxima tentativa
       VERIFICAR-CONDICOES-FECHAMENTO.
           MOVE 'S' TO WS-PER-FECHA-OK
           DISPLAY 'Conferindo o periodo ' WS-PER-PERIODO ' ('
                   WS-PER-INICIO ' a ' WS-PER-FIM ')...'
      *    Sessoes mortas podem guardar calculos do mes
           CLOSE LOG-FILE
           CLOSE GL-EXPORT-FILE
           PERFORM VARRER-SESSOES-ORFAS
           OPEN EXTEND LOG-FILE
           OPEN EXTEND GL-EXPORT-FILE
           IF WS-VARREDURA-OK NOT = 'S' OR
              WS-ORFAOS-RESTANTES > 0
               DISPLAY '- Sessoes orfas nao recuperadas.'
               MOVE 'N' TO WS-PER-FECHA-OK
           END-IF
           PERFORM VERIFICAR-SESSOES-PERIODO
           PERFORM VERIFICAR-DIAS-PERIODO
           PERFORM VERIFICAR-LOG-PERIODO
           PERFORM VERIFICAR-PENDENTES-PERIODO.

      * Sessao aberta no mes (ou antes) ainda pode consolidar
      * lancamentos com data do mes depois do fechamento
       VERIFICAR-SESSOES-PERIODO.
           MOVE 0 TO WS-PER-CONTADOR
           PERFORM RESERVAR-TRAVA-SESSOES
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY '- Registro de sessoes em uso; sessoes abertas '
                       'nao conferidas.'
               MOVE 'N' TO WS-PER-FECHA-OK
           ELSE
               PERFORM CARREGAR-SESSOES
               PERFORM LIBERAR-TRAVA-SESSOES
               MOVE 1 TO WS-SES-IDX
               PERFORM UNTIL WS-SES-IDX > WS-SES-QTD
                   IF WS-SES-ID(WS-SES-IDX) NOT = SPACES AND
                      WS-SES-ID(WS-SES-IDX)(1:8) NOT > WS-PER-FIM-NUM
                       ADD 1 TO WS-PER-CONTADOR
                   END-IF
                   ADD 1 TO WS-SES-IDX
               END-PERFORM
               IF WS-PER-CONTADOR > 0
                   DISPLAY '- ' WS-PER-CONTADOR ' sessao(oes) '
                           'iniciada(s) ate ' WS-PER-FIM ' ainda '
                           'aberta(s); encerre-as antes do fechamento.'
                   MOVE 'N' TO WS-PER-FECHA-OK
               END-IF
           END-IF.

      * Cada dia do mes precisa de resumo diario, que so o
      * fechamento do dia (depois da reconciliacao) grava; dias
      * anteriores ao primeiro resumo existente sao de antes da
      * implantacao e nao sao cobrados
       VERIFICAR-DIAS-PERIODO.
           MOVE 1 TO WS-PER-DIA
           PERFORM UNTIL WS-PER-DIA > 31
               MOVE 'N' TO WS-PDM-COBERTO(WS-PER-DIA)
               MOVE 0 TO WS-PDM-CALCULOS(WS-PER-DIA)
               MOVE 0 TO WS-PDM-ERROS(WS-PER-DIA)
               MOVE 0 TO WS-PDM-TOTAL(WS-PER-DIA)
               ADD 1 TO WS-PER-DIA
           END-PERFORM
           MOVE 0 TO WS-PME-SOMA
           MOVE 0 TO WS-PME-SUBTRACAO
           MOVE 0 TO WS-PME-MULTIPLICACAO
           MOVE 0 TO WS-PME-DIVISAO
           MOVE 0 TO WS-PME-CIENTIFICA
           MOVE 0 TO WS-PME-EXPRESSAO
           MOVE 0 TO WS-PME-OUTRAS-OP
           MOVE 0 TO WS-PME-DIV-ZERO
           MOVE 0 TO WS-PME-EXPR-INVALIDA
           MOVE 0 TO WS-PME-OUTROS-ERROS
           MOVE SPACES TO WS-PER-COB-INICIO
           OPEN INPUT RESUMO-FILE
           IF WS-RESUMO-STATUS = '00'
               MOVE 'N' TO WS-RESUMO-EOF
               PERFORM UNTIL WS-RESUMO-EOF = 'S'
                   READ RESUMO-FILE
                       AT END
                           MOVE 'S' TO WS-RESUMO-EOF
                       NOT AT END
                           PERFORM ACUMULAR-RESUMO-PERIODO
                   END-READ
               END-PERFORM
               CLOSE RESUMO-FILE
           END-IF

           MOVE 0 TO WS-PER-CONTADOR
           MOVE SPACES TO WS-PER-PRIMEIRO-DIA
           MOVE 1 TO WS-PER-DIA
           PERFORM UNTIL WS-PER-DIA > WS-PER-DIAS-MES
               MOVE SPACES TO WS-DTU-TEXTO
               STRING WS-PER-PERIODO '-' WS-PER-DIA
                   DELIMITED BY SIZE INTO WS-DTU-TEXTO
               IF WS-PDM-COBERTO(WS-PER-DIA) NOT = 'S' AND
                  WS-DTU-TEXTO NOT < WS-PER-COB-INICIO
                   ADD 1 TO WS-PER-CONTADOR
                   IF WS-PER-PRIMEIRO-DIA = SPACES
                       MOVE WS-DTU-TEXTO TO WS-PER-PRIMEIRO-DIA
                   END-IF
               END-IF
               ADD 1 TO WS-PER-DIA
           END-PERFORM
           IF WS-PER-CONTADOR > 0
               DISPLAY '- ' WS-PER-CONTADOR ' dia(s) do mes sem '
                       'fechamento do dia (primeiro: '
                       WS-PER-PRIMEIRO-DIA ').'
               MOVE 'N' TO WS-PER-FECHA-OK
           END-IF.

       ACUMULAR-RESUMO-PERIODO.
           IF WS-PER-COB-INICIO = SPACES OR
              RD-DATA < WS-PER-COB-INICIO
               MOVE RD-DATA TO WS-PER-COB-INICIO
           END-IF
           IF RD-DATA(1:7) = WS-PER-PERIODO AND
              RD-DATA(9:2) IS NUMERIC
               MOVE RD-DATA(9:2) TO WS-PER-DIA
               IF WS-PER-DIA >= 1 AND WS-PER-DIA <= 31
                   MOVE 'S' TO WS-PDM-COBERTO(WS-PER-DIA)
                   COMPUTE WS-PDM-CALCULOS(WS-PER-DIA) =
                       WS-PDM-CALCULOS(WS-PER-DIA) + RD-SOMA +
                       RD-SUBTRACAO + RD-MULTIPLICACAO + RD-DIVISAO +
                       RD-CIENTIFICA + RD-EXPRESSAO + RD-OUTRAS-OP
                   COMPUTE WS-PDM-ERROS(WS-PER-DIA) =
                       WS-PDM-ERROS(WS-PER-DIA) + RD-DIV-ZERO +
                       RD-EXPR-INVALIDA + RD-OUTROS-ERROS
                   ADD RD-TOTAL TO WS-PDM-TOTAL(WS-PER-DIA)
                   ADD RD-SOMA TO WS-PME-SOMA
                   ADD RD-SUBTRACAO TO WS-PME-SUBTRACAO
                   ADD RD-MULTIPLICACAO TO WS-PME-MULTIPLICACAO
                   ADD RD-DIVISAO TO WS-PME-DIVISAO
                   ADD RD-CIENTIFICA TO WS-PME-CIENTIFICA
                   ADD RD-EXPRESSAO TO WS-PME-EXPRESSAO
                   ADD RD-OUTRAS-OP TO WS-PME-OUTRAS-OP
                   ADD RD-DIV-ZERO TO WS-PME-DIV-ZERO
                   ADD RD-EXPR-INVALIDA TO WS-PME-EXPR-INVALIDA
                   ADD RD-OUTROS-ERROS TO WS-PME-OUTROS-ERROS
               END-IF
           END-IF.

      * Calculo do mes ainda no log mestre e de dia que nao passou
      * pelo fechamento (ou que chegou depois dele)
       VERIFICAR-LOG-PERIODO.
           MOVE 0 TO WS-PER-CONTADOR
           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           IF LOG-DATA(1:7) = WS-PER-PERIODO AND
                              LOG-TIPO-CALCULO NOT = 'A'
                               ADD 1 TO WS-PER-CONTADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE
           IF WS-PER-CONTADOR > 0
               DISPLAY '- ' WS-PER-CONTADOR ' calculo(s) do mes no '
                       'log corrente ainda nao passaram pelo '
                       'fechamento do dia.'
               MOVE 'N' TO WS-PER-FECHA-OK
           END-IF.

       VERIFICAR-PENDENTES-PERIODO.
           MOVE 0 TO WS-PER-CONTADOR
           OPEN INPUT PENDENTE-FILE
           IF WS-PENDENTE-STATUS = '00'
               MOVE 'N' TO WS-PENDENTE-EOF
               PERFORM UNTIL WS-PENDENTE-EOF = 'S'
                   READ PENDENTE-FILE
                       AT END
                           MOVE 'S' TO WS-PENDENTE-EOF
                       NOT AT END
                           IF PD-STATUS = 'P' AND
                              PD-DATA(1:7) = WS-PER-PERIODO
                               ADD 1 TO WS-PER-CONTADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENTE-FILE
           END-IF
           IF WS-PER-CONTADOR > 0
               DISPLAY '- ' WS-PER-CONTADOR ' calculo(s) retido(s) '
                       'do mes aguardando aprovacao (opcao 19).'
               MOVE 'N' TO WS-PER-FECHA-OK
           END-IF.

       CONFIRMAR-FECHAMENTO-MES.
           DISPLAY 'Todas as condicoes conferem. Confirma o '
                   'fechamento do periodo ' WS-PER-PERIODO ' (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-PER-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-PER-RESPOSTA) TO WS-PER-RESPOSTA
           IF WS-PER-RESPOSTA NOT = 'S'
               DISPLAY 'Fechamento do mes cancelado.'
           ELSE
               PERFORM IMPRIMIR-FECHAMENTO-MES
               PERFORM MARCAR-PERIODO-FECHADO
               IF WS-PRD-GRAVA-OK NOT = 'S'
                   DISPLAY 'ERRO: Nao foi possivel gravar o calendario '
                           'de periodos; o periodo continua aberto!'
               ELSE
                   PERFORM OBTER-DATA-HORA
                   MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
                   MOVE SPACES TO WS-OPERADOR-LOG
                   MOVE 0 TO WS-PRIMEIRO-NUMERO
                   MOVE 0 TO WS-SEGUNDO-NUMERO
                   MOVE 0 TO WS-RESULTADO
                   MOVE 'N' TO WS-ERRO-FLAG
                   MOVE SPACES TO WS-ERRO-TIPO
                   MOVE SPACES TO WS-CENTRO-CUSTO-ATUAL
                   MOVE 'N' TO WS-RETIDO-FLAG
                   MOVE SPACES TO WS-EXPRESSAO-LOG
                   STRING 'PERIODO ' WS-PER-PERIODO ' FECHADO ('
                          WS-PER-INICIO ' A ' WS-PER-FIM ')'
                          DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
                   PERFORM REGISTRAR-LOG
                   DISPLAY 'Periodo ' WS-PER-PERIODO ' fechado. '
                           'Resumo em '
                           FUNCTION TRIM(WS-RELMES-FILENAME)
               END-IF
           END-IF.

      * Marca o periodo como fechado sob a trava do calendario,
      * relendo o arquivo para nao perder fechamento feito por
      * outra sessao
       MARCAR-PERIODO-FECHADO.
           MOVE 'N' TO WS-PRD-GRAVA-OK
           PERFORM RESERVAR-TRAVA-PERIODOS
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'ERRO: Calendario de periodos em uso!'
           ELSE
               PERFORM CARREGAR-PERIODOS
               MOVE WS-PER-PERIODO TO WS-PRD-BUSCA
               PERFORM LOCALIZAR-PERIODO
               IF WS-PRD-ACHOU NOT = 'S'
                   IF WS-PRD-QTD < 240 AND WS-PRD-OVERFLOW = 'N'
                       ADD 1 TO WS-PRD-QTD
                       MOVE WS-PRD-QTD TO WS-PRD-IDX
                       MOVE 'S' TO WS-PRD-ACHOU
                   END-IF
               END-IF
               IF WS-PRD-ACHOU = 'S'
                   MOVE WS-PER-PERIODO TO WS-PRD-PERIODO(WS-PRD-IDX)
                   MOVE WS-PER-INICIO TO WS-PRD-INICIO(WS-PRD-IDX)
                   MOVE WS-PER-FIM TO WS-PRD-FIM(WS-PRD-IDX)
                   MOVE 'F' TO WS-PRD-STATUS(WS-PRD-IDX)
                   MOVE WS-DATA-FORMATADA
                       TO WS-PRD-FECHADO-EM(WS-PRD-IDX)
                   MOVE WS-OPERADOR-ID
                       TO WS-PRD-FECHADO-POR(WS-PRD-IDX)
                   PERFORM GRAVAR-PERIODOS
               END-IF
               PERFORM LIBERAR-TRAVA-PERIODOS
           END-IF.

       GRAVAR-PERIODOS.
           MOVE 'N' TO WS-PRD-GRAVA-OK
           OPEN OUTPUT PERIODO-TMP-FILE
           IF WS-PERIODO-TMP-STATUS = '00'
               MOVE 'S' TO WS-PRD-GRAVA-OK
               MOVE 1 TO WS-PRD-IDX
               PERFORM UNTIL WS-PRD-IDX > WS-PRD-QTD
                   MOVE WS-PRD-ENT(WS-PRD-IDX) TO PERIODO-TMP-RECORD
                   WRITE PERIODO-TMP-RECORD
                   IF WS-PERIODO-TMP-STATUS NOT = '00'
                       MOVE 'N' TO WS-PRD-GRAVA-OK
                   END-IF
                   ADD 1 TO WS-PRD-IDX
               END-PERFORM
               CLOSE PERIODO-TMP-FILE
               IF WS-PRD-GRAVA-OK = 'S'
                   CALL 'CBL_RENAME_FILE' USING
                       WS-PERIODO-TMP-FILENAME
                       WS-PERIODO-FILENAME
                   IF RETURN-CODE NOT = 0
                       MOVE 'N' TO WS-PRD-GRAVA-OK
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       RESERVAR-TRAVA-PERIODOS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND PERIODO-TRAVA-FILE WITH LOCK
               EVALUATE WS-PERIODO-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT PERIODO-TRAVA-FILE WITH LOCK
                       IF WS-PERIODO-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

       LIBERAR-TRAVA-PERIODOS.
           CLOSE PERIODO-TRAVA-FILE.

       IMPRIMIR-FECHAMENTO-MES.
           MOVE SPACES TO WS-RELMES-FILENAME
           STRING 'fechamento_mes_' WS-PER-PERIODO '.txt'
               DELIMITED BY SIZE INTO WS-RELMES-FILENAME
           OPEN OUTPUT RELMES-FILE
           IF WS-RELMES-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gerar o resumo do '
                       'fechamento do mes!'
           ELSE
               MOVE WS-PER-PERIODO TO WS-RMC1-PERIODO
               MOVE WS-DATA-FORMATADA TO WS-RMC1-DATA
               MOVE 1 TO WS-RMC1-PAGINA
               MOVE WS-RELMES-CAB1 TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE WS-RELMES-CAB2 TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE ALL '-' TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE 0 TO WS-PME-CALCULOS
               MOVE 0 TO WS-PME-ERROS
               MOVE 0 TO WS-PME-TOTAL
               MOVE 1 TO WS-PER-DIA
               PERFORM UNTIL WS-PER-DIA > WS-PER-DIAS-MES
                   MOVE SPACES TO WS-RMD-DATA
                   STRING WS-PER-PERIODO '-' WS-PER-DIA
                       DELIMITED BY SIZE INTO WS-RMD-DATA
                   MOVE WS-PDM-CALCULOS(WS-PER-DIA) TO WS-RMD-CALCULOS
                   MOVE WS-PDM-ERROS(WS-PER-DIA) TO WS-RMD-ERROS
                   MOVE WS-PDM-TOTAL(WS-PER-DIA) TO WS-RMD-TOTAL
                   MOVE WS-RELMES-DETALHE TO RELMES-LINHA
                   WRITE RELMES-LINHA
                   ADD WS-PDM-CALCULOS(WS-PER-DIA) TO WS-PME-CALCULOS
                   ADD WS-PDM-ERROS(WS-PER-DIA) TO WS-PME-ERROS
                   ADD WS-PDM-TOTAL(WS-PER-DIA) TO WS-PME-TOTAL
                   ADD 1 TO WS-PER-DIA
               END-PERFORM
               MOVE ALL '-' TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE 'TOTAL MES' TO WS-RMD-DATA
               MOVE WS-PME-CALCULOS TO WS-RMD-CALCULOS
               MOVE WS-PME-ERROS TO WS-RMD-ERROS
               MOVE WS-PME-TOTAL TO WS-RMD-TOTAL
               MOVE WS-RELMES-DETALHE TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE SPACES TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE 'PRODUCAO POR TIPO DE CALCULO' TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE 'Somas' TO WS-RMI-ROTULO
               MOVE WS-PME-SOMA TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Subtracoes' TO WS-RMI-ROTULO
               MOVE WS-PME-SUBTRACAO TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Multiplicacoes' TO WS-RMI-ROTULO
               MOVE WS-PME-MULTIPLICACAO TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Divisoes' TO WS-RMI-ROTULO
               MOVE WS-PME-DIVISAO TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Cientificas' TO WS-RMI-ROTULO
               MOVE WS-PME-CIENTIFICA TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Expressoes' TO WS-RMI-ROTULO
               MOVE WS-PME-EXPRESSAO TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Outras operacoes' TO WS-RMI-ROTULO
               MOVE WS-PME-OUTRAS-OP TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE SPACES TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE 'ERROS POR TIPO' TO RELMES-LINHA
               WRITE RELMES-LINHA
               MOVE 'Divisao por zero' TO WS-RMI-ROTULO
               MOVE WS-PME-DIV-ZERO TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Expressao invalida' TO WS-RMI-ROTULO
               MOVE WS-PME-EXPR-INVALIDA TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               MOVE 'Outros erros' TO WS-RMI-ROTULO
               MOVE WS-PME-OUTROS-ERROS TO WS-RMI-VALOR
               PERFORM IMPRIMIR-ITEM-FECHAMENTO-MES
               CLOSE RELMES-FILE
           END-IF.

       IMPRIMIR-ITEM-FECHAMENTO-MES.
           MOVE WS-RELMES-ITEM TO RELMES-LINHA
           WRITE RELMES-LINHA.

      * Calculo retido com data de periodo ja fechado: a liberacao
      * lanca no periodo corrente (data de hoje) e deixa a trilha
       AVALIAR-PERIODO-PENDENTE.
           PERFORM CARREGAR-PERIODOS
           MOVE WS-PEN-DATA(WS-PEN-IDX) TO WS-PER-DATA
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PER-FECHADO = 'S'
               PERFORM OBTER-DATA-HORA
               MOVE SPACES TO WS-PER-ORIGEM
               STRING 'PEND #' WS-PEN-SEQUENCIA(WS-PEN-IDX)
                   DELIMITED BY SIZE INTO WS-PER-ORIGEM
               MOVE WS-DATA-FORMATADA TO WS-PER-ACAO
               MOVE 1 TO WS-PER-QTD-AUDIT
               PERFORM GRAVAR-AUDITORIA-PERIODO
               DISPLAY 'Calculo de ' WS-PEN-DATA(WS-PEN-IDX)
                       ' em periodo fechado; lancado no periodo '
                       'corrente (' WS-DATA-FORMATADA ').'
           END-IF.

      * Rejeitos corrigidos nao trazem data; o supervisor informa a
      * data do lote original e, se o mes dela ja fechou, os
      * calculos entram no periodo corrente com a trilha no log
       LER-DATA-LOTE-REJEITOS.
           PERFORM CARREGAR-PERIODOS
           PERFORM OBTER-DATA-HORA
           MOVE 'N' TO WS-DTU-OK
           PERFORM UNTIL WS-DTU-OK = 'S'
               DISPLAY 'Data do lote original (AAAA-MM-DD, '
                       'branco = hoje): ' WITH NO ADVANCING
               ACCEPT WS-DTU-TEXTO
               IF WS-DTU-TEXTO = SPACES
                   MOVE WS-DATA-FORMATADA TO WS-DTU-TEXTO
               END-IF
               PERFORM VALIDAR-DATA-TEXTO
               IF WS-DTU-OK NOT = 'S'
                   DISPLAY 'Data invalida.'
               END-IF
           END-PERFORM
           MOVE WS-DTU-TEXTO TO WS-PER-DATA
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PER-FECHADO = 'S'
               DISPLAY 'Lote original em periodo fechado ('
                       WS-PER-PERIODO '); os calculos reprocessados '
                       'entram no periodo corrente.'
               MOVE 'REJEITOS' TO WS-PER-ORIGEM
               MOVE WS-DATA-FORMATADA TO WS-PER-ACAO
               MOVE 0 TO WS-PER-QTD-AUDIT
               PERFORM GRAVAR-AUDITORIA-PERIODO
           END-IF.

      * Detalhe de envio tardio com data de periodo fechado vai
      * para o primeiro dia do proximo periodo aberto; contagem e
      * hash totals do envio nao mudam, o trailer continua valido
       AVALIAR-PERIODO-DETALHE-GL.
           EVALUATE GL-TIPO-REGISTRO
               WHEN 'H'
                   IF GL-H-SEQUENCIA IS NUMERIC
                       MOVE GL-H-SEQUENCIA TO WS-PER-DESVIO-ENVIO
                   END-IF
               WHEN 'D'
                   MOVE GL-DATA TO WS-PER-DATA
                   PERFORM VERIFICAR-PERIODO-FECHADO
                   IF WS-PER-FECHADO = 'S'
                       PERFORM OBTER-PROXIMO-PERIODO-ABERTO
                       IF WS-PER-DESVIOS = 0
                           MOVE WS-PER-PERIODO TO WS-PER-DESVIO-ORIGEM
                           MOVE WS-PER-DESTINO-DATA
                               TO WS-PER-DESVIO-DESTINO
                       END-IF
                       MOVE WS-PER-DESTINO-DATA TO GL-DATA
                       ADD 1 TO WS-PER-DESVIOS
                   END-IF
           END-EVALUATE.

       REGISTRAR-DESVIO-PERIODO.
           IF WS-PER-DESVIOS > 0
               MOVE WS-PER-DESVIO-ORIGEM TO WS-PER-PERIODO
               MOVE SPACES TO WS-PER-ORIGEM
               STRING 'ENVIO ' WS-PER-DESVIO-ENVIO
                   DELIMITED BY SIZE INTO WS-PER-ORIGEM
               MOVE WS-PER-DESVIO-DESTINO TO WS-PER-ACAO
               MOVE WS-PER-DESVIOS TO WS-PER-QTD-AUDIT
               PERFORM GRAVAR-AUDITORIA-PERIODO
               DISPLAY 'AVISO: ' WS-PER-DESVIOS ' lancamento(s) do '
                       'envio ' WS-PER-DESVIO-ENVIO ' com data no '
                       'periodo fechado ' WS-PER-DESVIO-ORIGEM
                       ' levado(s) para ' WS-PER-DESVIO-DESTINO '.'
           END-IF.

      * Trilha de lancamento desviado ou recusado por periodo
      * fechado: vai direto ao log mestre, que e o unico aberto em
      * todos esses caminhos, sem mexer nos campos do calculo
       GRAVAR-AUDITORIA-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-AGORA
           MOVE SPACES TO WS-AUD-REGISTRO
           STRING WS-AUD-AGORA(1:4) '-' WS-AUD-AGORA(5:2) '-'
                  WS-AUD-AGORA(7:2)
                  DELIMITED BY SIZE INTO WS-AUD-DATA
           STRING WS-AUD-AGORA(9:2) ':' WS-AUD-AGORA(11:2) ':'
                  WS-AUD-AGORA(13:2)
                  DELIMITED BY SIZE INTO WS-AUD-HORA
           MOVE WS-OPERADOR-ID TO WS-AUD-OPERADOR-ID
           MOVE 'A' TO WS-AUD-TIPO-CALCULO
           MOVE WS-PER-QTD-AUDIT TO WS-AUD-OPERANDO1
           MOVE 0 TO WS-AUD-OPERANDO2
           MOVE 0 TO WS-AUD-RESULTADO
           MOVE 'N' TO WS-AUD-ERRO-FLAG
           MOVE 'N' TO WS-AUD-RETIDO-FLAG
           STRING 'PER.FECHADO ' WS-PER-PERIODO ': '
                  FUNCTION TRIM(WS-PER-ORIGEM) ' -> '
                  FUNCTION TRIM(WS-PER-ACAO)
                  DELIMITED BY SIZE INTO WS-AUD-EXPRESSAO-TXT
           PERFORM GRAVAR-AUDITORIA-MESTRE.

       GRAVAR-AUDITORIA-MESTRE.
           PERFORM RESERVAR-MASTER-LOG
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'ERRO: Log mestre em uso; registro de '
                       'auditoria nao gravado!'
           ELSE
               PERFORM CARREGAR-ELO-CADEIA
               MOVE WS-AUD-REGISTRO TO MASTER-LOG-RECORD
               PERFORM ENCADEAR-REGISTRO-MESTRE
               WRITE MASTER-LOG-RECORD
               IF WS-MASTER-LOG-STATUS NOT = '00'
                   DISPLAY 'ERRO: Falha ao gravar registro de '
                           'auditoria no log mestre!'
               ELSE
                   MOVE MLR-ELO TO WS-CAD-ULTIMO
                   PERFORM GRAVAR-ELO-CADEIA
               END-IF
               CLOSE MASTER-LOG-FILE
           END-IF.

      ******************************************************************
      * Encadeamento do log de auditoria: o elo de cada registro e
      * calculado na entrada do log mestre (consolidacao da sessao,
      * recuperacao de orfaos, trilhas gravadas direto no mestre),
      * sempre com a trava do mestre; o arquivamento do dia so
      * renomeia o mestre, entao a cadeia continua no mestre novo a
      * partir do ultimo elo guardado no controle
      ******************************************************************
      * Ponto de partida, com a trava do mestre ja obtida: o elo do
      * ultimo registro do mestre ou, com o mestre vazio, o elo do
      * controle. Se o elo do controle sumiu do mestre, registros do
      * fim do mestre foram removidos; a cadeia segue do controle e
      * a quebra aparece na verificacao
       CARREGAR-ELO-CADEIA.
           PERFORM LER-CONTROLE-CADEIA
           MOVE SPACES TO WS-CAD-ULTIMO-MESTRE
           MOVE 'N' TO WS-CAD-CONTROLE-VISTO
           MOVE WS-LOG-MASTER-FILENAME TO WS-CAD-ARQUIVO
           OPEN INPUT CADEIA-LEITURA-FILE
           IF WS-CADEIA-LEITURA-STATUS = '00'
               MOVE 'N' TO WS-CADEIA-LEITURA-EOF
               PERFORM UNTIL WS-CADEIA-LEITURA-EOF = 'S'
                   READ CADEIA-LEITURA-FILE
                       AT END
                           MOVE 'S' TO WS-CADEIA-LEITURA-EOF
                       NOT AT END
                           IF CL-ELO NOT = SPACES
                               MOVE CL-ELO TO WS-CAD-ULTIMO-MESTRE
                               IF CL-ELO = WS-CAD-CONTROLE
                                   MOVE 'S' TO WS-CAD-CONTROLE-VISTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADEIA-LEITURA-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CAD-ULTIMO-MESTRE = SPACES
                   MOVE WS-CAD-CONTROLE TO WS-CAD-ULTIMO
               WHEN WS-CAD-CONTROLE = SPACES OR
                    WS-CAD-CONTROLE-VISTO = 'S'
                   MOVE WS-CAD-ULTIMO-MESTRE TO WS-CAD-ULTIMO
               WHEN OTHER
                   MOVE WS-CAD-CONTROLE TO WS-CAD-ULTIMO
           END-EVALUATE
           IF WS-CAD-ULTIMO IS NOT NUMERIC
               MOVE ZEROS TO WS-CAD-ULTIMO
           END-IF.

       LER-CONTROLE-CADEIA.
           MOVE SPACES TO WS-CAD-CONTROLE
           OPEN INPUT CADEIA-FILE
           IF WS-CADEIA-STATUS = '00'
               READ CADEIA-FILE
                   NOT AT END
                       MOVE CD-ULTIMO-ELO TO WS-CAD-CONTROLE
               END-READ
               CLOSE CADEIA-FILE
           END-IF.

      * Calcula o elo do registro em MASTER-LOG-RECORD a partir do
      * ultimo elo; o chamador avanca WS-CAD-ULTIMO so depois de a
      * gravacao no mestre dar certo
       ENCADEAR-REGISTRO-MESTRE.
           MOVE MLR-CONTEUDO TO WS-CAD-CONTEUDO
           MOVE WS-CAD-ULTIMO TO WS-CAD-BASE
           PERFORM CALCULAR-ELO
           MOVE WS-CAD-CALCULADO TO MLR-ELO.

      * Dois restos independentes sobre os 150 bytes do registro,
      * partindo das duas metades do elo anterior
       CALCULAR-ELO.
           MOVE WS-CAD-BASE-H1 TO WS-CAD-H1
           MOVE WS-CAD-BASE-H2 TO WS-CAD-H2
           MOVE 1 TO WS-CAD-POS
           PERFORM UNTIL WS-CAD-POS > 150
               COMPUTE WS-CAD-H1 = FUNCTION MOD(WS-CAD-H1 * 257 +
                   FUNCTION ORD(WS-CAD-CONTEUDO(WS-CAD-POS:1)),
                   999999999989)
               COMPUTE WS-CAD-H2 = FUNCTION MOD(WS-CAD-H2 * 65599 +
                   FUNCTION ORD(WS-CAD-CONTEUDO(WS-CAD-POS:1)),
                   999999999961)
               ADD 1 TO WS-CAD-POS
           END-PERFORM
           MOVE WS-CAD-H1 TO WS-CAD-CALC-H1
           MOVE WS-CAD-H2 TO WS-CAD-CALC-H2.

       GRAVAR-ELO-CADEIA.
           OPEN OUTPUT CADEIA-FILE
           IF WS-CADEIA-STATUS NOT = '00'
               DISPLAY 'AVISO: Nao foi possivel gravar o controle da '
                       'cadeia do log de auditoria.'
           ELSE
               MOVE WS-CAD-ULTIMO TO CD-ULTIMO-ELO
               MOVE FUNCTION CURRENT-DATE(1:14) TO CD-GRAVADO-EM
               WRITE CADEIA-RECORD
               CLOSE CADEIA-FILE
           END-IF.

      * Verificacao completa (opcao do menu): todos os arquivos do
      * catalogo, na ordem do arquivamento, e o log mestre
       VERIFICAR-INTEGRIDADE-LOG.
           MOVE 'T' TO WS-CAD-MODO
           PERFORM VERIFICAR-CADEIA-LOG
           DISPLAY ' '
           DISPLAY 'Arquivos verificados:      ' WS-CAD-TOT-ARQUIVOS
           DISPLAY 'Registros lidos:           ' WS-CAD-TOT-REGISTROS
           DISPLAY 'Registros encadeados:      ' WS-CAD-TOT-ENCADEADOS
           DISPLAY 'Anteriores ao encadeamento:'
                   WS-CAD-TOT-ANTERIORES
           DISPLAY 'Elos quebrados:            ' WS-CAD-TOT-QUEBRAS
           DISPLAY 'Arquivos ausentes:         ' WS-CAD-TOT-AUSENTES
           IF WS-CAD-OK = 'S'
               DISPLAY 'Cadeia do log de auditoria integra.'
           ELSE
               DISPLAY 'ATENCAO: cadeia do log de auditoria com '
                       'falhas; detalhes em '
                       FUNCTION TRIM(WS-RELCAD-FILENAME)
           END-IF.

       VERIFICAR-CADEIA-LOG.
           PERFORM OBTER-DATA-HORA
           MOVE 'N' TO WS-CAD-OK
           MOVE 0 TO WS-CAD-TOT-ARQUIVOS
           MOVE 0 TO WS-CAD-TOT-REGISTROS
           MOVE 0 TO WS-CAD-TOT-ENCADEADOS
           MOVE 0 TO WS-CAD-TOT-ANTERIORES
           MOVE 0 TO WS-CAD-TOT-QUEBRAS
           MOVE 0 TO WS-CAD-TOT-AUSENTES
           MOVE SPACES TO WS-CAD-VER-ULTIMO
           MOVE 'N' TO WS-CAD-INICIADA
      *    Os registros desta sessao entram na cadeia antes; o
      *    controle e lido depois da consolidacao, que o atualiza
           PERFORM CONSOLIDAR-LOG-SESSAO
           PERFORM LER-CONTROLE-CADEIA
           MOVE 'N' TO WS-CAD-CONTROLE-VISTO
           OPEN OUTPUT RELCAD-FILE
           IF WS-RELCAD-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gerar o relatorio de '
                       'verificacao do log!'
           ELSE
               MOVE 0 TO WS-RELCAD-PAGINA
               MOVE 99 TO WS-RELCAD-LINHAS
               PERFORM CARREGAR-CATALOGO
               IF WS-CAD-MODO = 'D'
                   MOVE 'DO DIA' TO WS-RCC1-ESCOPO
                   PERFORM SEMEAR-CADEIA-DIA
               ELSE
                   MOVE 'COMPLETO' TO WS-RCC1-ESCOPO
                   MOVE 1 TO WS-CAD-ARQ-IDX
                   PERFORM UNTIL WS-CAD-ARQ-IDX > WS-CAT-QTD
                       MOVE WS-CAT-ARQUIVO(WS-CAD-ARQ-IDX)
                           TO WS-CAD-ARQUIVO
                       PERFORM VERIFICAR-ARQUIVO-CADEIA
                       ADD 1 TO WS-CAD-ARQ-IDX
                   END-PERFORM
               END-IF
               MOVE WS-LOG-MASTER-FILENAME TO WS-CAD-ARQUIVO
               PERFORM VERIFICAR-ARQUIVO-CADEIA
      *        O ultimo elo gravado precisa estar na cadeia; se nao
      *        esta, registros do fim do log foram removidos
               IF WS-CAD-CONTROLE NOT = SPACES AND
                  WS-CAD-CONTROLE-VISTO NOT = 'S'
                   MOVE WS-LOG-MASTER-FILENAME TO WS-RCD-ARQUIVO
                   MOVE 0 TO WS-RCD-REGISTRO
                   MOVE SPACES TO WS-RCD-OCORRENCIA
                   STRING 'ULTIMO ELO DO CONTROLE AUSENTE DA CADEIA '
                          '(FIM DO LOG REMOVIDO)'
                          DELIMITED BY SIZE INTO WS-RCD-OCORRENCIA
                   PERFORM IMPRIMIR-OCORRENCIA-CADEIA
                   ADD 1 TO WS-CAD-TOT-QUEBRAS
               END-IF
               IF WS-CAD-TOT-QUEBRAS = 0 AND WS-CAD-TOT-AUSENTES = 0
                   MOVE 'S' TO WS-CAD-OK
               END-IF
               PERFORM IMPRIMIR-TOTAIS-CADEIA
               CLOSE RELCAD-FILE
           END-IF.

      * No escopo do dia o mestre e conferido a partir do ultimo
      * elo do arquivo mais recente do catalogo
       SEMEAR-CADEIA-DIA.
           IF WS-CAT-QTD > 0
               MOVE WS-CAT-ARQUIVO(WS-CAT-QTD) TO WS-CAD-ARQUIVO
               OPEN INPUT CADEIA-LEITURA-FILE
               IF WS-CADEIA-LEITURA-STATUS = '00'
                   MOVE 'N' TO WS-CADEIA-LEITURA-EOF
                   PERFORM UNTIL WS-CADEIA-LEITURA-EOF = 'S'
                       READ CADEIA-LEITURA-FILE
                           AT END
                               MOVE 'S' TO WS-CADEIA-LEITURA-EOF
                           NOT AT END
                               IF CL-ELO NOT = SPACES
                                   MOVE CL-ELO TO WS-CAD-VER-ULTIMO
                                   MOVE 'S' TO WS-CAD-INICIADA
                                   IF CL-ELO = WS-CAD-CONTROLE
                                       MOVE 'S'
                                           TO WS-CAD-CONTROLE-VISTO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CADEIA-LEITURA-FILE
               END-IF
           END-IF.

       VERIFICAR-ARQUIVO-CADEIA.
           MOVE 0 TO WS-CAD-REG-ARQUIVO
           OPEN INPUT CADEIA-LEITURA-FILE
           EVALUATE WS-CADEIA-LEITURA-STATUS
               WHEN '00'
                   ADD 1 TO WS-CAD-TOT-ARQUIVOS
                   MOVE 'N' TO WS-CADEIA-LEITURA-EOF
                   PERFORM UNTIL WS-CADEIA-LEITURA-EOF = 'S'
                       READ CADEIA-LEITURA-FILE
                           AT END
                               MOVE 'S' TO WS-CADEIA-LEITURA-EOF
                           NOT AT END
                               PERFORM CONFERIR-REGISTRO-CADEIA
                       END-READ
                   END-PERFORM
                   CLOSE CADEIA-LEITURA-FILE
                   MOVE WS-CAD-ARQUIVO TO WS-RCD-ARQUIVO
                   MOVE WS-CAD-REG-ARQUIVO TO WS-RCD-REGISTRO
                   MOVE 'VERIFICADO (TOTAL DE REGISTROS DO ARQUIVO)'
                       TO WS-RCD-OCORRENCIA
                   PERFORM IMPRIMIR-OCORRENCIA-CADEIA
               WHEN '35'
      *            Mestre inexistente e so um dia sem movimento
                   IF WS-CAD-ARQUIVO NOT = WS-LOG-MASTER-FILENAME
                       MOVE WS-CAD-ARQUIVO TO WS-RCD-ARQUIVO
                       MOVE 0 TO WS-RCD-REGISTRO
                       MOVE 'ARQUIVO CATALOGADO AUSENTE'
                           TO WS-RCD-OCORRENCIA
                       PERFORM IMPRIMIR-OCORRENCIA-CADEIA
                       ADD 1 TO WS-CAD-TOT-AUSENTES
                   END-IF
               WHEN OTHER
                   MOVE WS-CAD-ARQUIVO TO WS-RCD-ARQUIVO
                   MOVE 0 TO WS-RCD-REGISTRO
                   MOVE 'ARQUIVO ILEGIVEL' TO WS-RCD-OCORRENCIA
                   PERFORM IMPRIMIR-OCORRENCIA-CADEIA
                   ADD 1 TO WS-CAD-TOT-AUSENTES
           END-EVALUATE.

      * Registro sem elo antes do primeiro elo e anterior ao
      * encadeamento; depois dele, foi incluido fora do sistema.
      * Depois de uma quebra a conferencia continua a partir do elo
      * gravado, para cada quebra aparecer uma vez so
       CONFERIR-REGISTRO-CADEIA.
           ADD 1 TO WS-CAD-REG-ARQUIVO
           ADD 1 TO WS-CAD-TOT-REGISTROS
           IF CL-ELO = SPACES
               IF WS-CAD-INICIADA = 'S'
                   MOVE WS-CAD-ARQUIVO TO WS-RCD-ARQUIVO
                   MOVE WS-CAD-REG-ARQUIVO TO WS-RCD-REGISTRO
                   MOVE 'REGISTRO SEM ELO (INCLUIDO FORA DO SISTEMA)'
                       TO WS-RCD-OCORRENCIA
                   PERFORM IMPRIMIR-OCORRENCIA-CADEIA
                   ADD 1 TO WS-CAD-TOT-QUEBRAS
               ELSE
                   ADD 1 TO WS-CAD-TOT-ANTERIORES
               END-IF
           ELSE
               ADD 1 TO WS-CAD-TOT-ENCADEADOS
               IF CL-ELO = WS-CAD-CONTROLE
                   MOVE 'S' TO WS-CAD-CONTROLE-VISTO
               END-IF
               MOVE CL-CONTEUDO TO WS-CAD-CONTEUDO
               IF WS-CAD-INICIADA = 'S'
                   MOVE WS-CAD-VER-ULTIMO TO WS-CAD-BASE
                   PERFORM CALCULAR-ELO
                   IF WS-CAD-CALCULADO NOT = CL-ELO
                       MOVE WS-CAD-ARQUIVO TO WS-RCD-ARQUIVO
                       MOVE WS-CAD-REG-ARQUIVO TO WS-RCD-REGISTRO
                       MOVE SPACES TO WS-RCD-OCORRENCIA
                       STRING 'ELO NAO CONFERE (REGISTRO ALTERADO, '
                              'REMOVIDO OU FORA DE ORDEM ATE AQUI)'
                              DELIMITED BY SIZE INTO WS-RCD-OCORRENCIA
                       PERFORM IMPRIMIR-OCORRENCIA-CADEIA
                       ADD 1 TO WS-CAD-TOT-QUEBRAS
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-CAD-BASE
                   PERFORM CALCULAR-ELO
                   IF WS-CAD-CALCULADO NOT = CL-ELO
                       MOVE WS-CAD-ARQUIVO TO WS-RCD-ARQUIVO
                       MOVE WS-CAD-REG-ARQUIVO TO WS-RCD-REGISTRO
                       MOVE SPACES TO WS-RCD-OCORRENCIA
                       STRING 'INICIO DA CONFERENCIA (ELO ANTERIOR '
                              'FORA DO CATALOGO)'
                              DELIMITED BY SIZE INTO WS-RCD-OCORRENCIA
                       PERFORM IMPRIMIR-OCORRENCIA-CADEIA
                   END-IF
                   MOVE 'S' TO WS-CAD-INICIADA
               END-IF
               MOVE CL-ELO TO WS-CAD-VER-ULTIMO
           END-IF.

       IMPRIMIR-OCORRENCIA-CADEIA.
           IF WS-RELCAD-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-CADEIA
           END-IF
           MOVE WS-RELCAD-DETALHE TO RELCAD-LINHA
           WRITE RELCAD-LINHA
           ADD 1 TO WS-RELCAD-LINHAS.

       IMPRIMIR-CABECALHO-CADEIA.
           ADD 1 TO WS-RELCAD-PAGINA
           MOVE WS-DATA-FORMATADA TO WS-RCC1-DATA
           MOVE WS-RELCAD-PAGINA TO WS-RCC1-PAGINA
           MOVE WS-RELCAD-CAB1 TO RELCAD-LINHA
           WRITE RELCAD-LINHA
           MOVE WS-RELCAD-CAB2 TO RELCAD-LINHA
           WRITE RELCAD-LINHA
           MOVE ALL '-' TO RELCAD-LINHA
           WRITE RELCAD-LINHA
           MOVE 3 TO WS-RELCAD-LINHAS.

       IMPRIMIR-TOTAIS-CADEIA.
           IF WS-RELCAD-LINHAS >= 48
               PERFORM IMPRIMIR-CABECALHO-CADEIA
           END-IF
           MOVE ALL '-' TO RELCAD-LINHA
           WRITE RELCAD-LINHA
           MOVE 'Arquivos verificados' TO WS-RCT-ROTULO
           MOVE WS-CAD-TOT-ARQUIVOS TO WS-RCT-VALOR
           PERFORM IMPRIMIR-TOTAL-CADEIA
           MOVE 'Registros lidos' TO WS-RCT-ROTULO
           MOVE WS-CAD-TOT-REGISTROS TO WS-RCT-VALOR
           PERFORM IMPRIMIR-TOTAL-CADEIA
           MOVE 'Registros encadeados' TO WS-RCT-ROTULO
           MOVE WS-CAD-TOT-ENCADEADOS TO WS-RCT-VALOR
           PERFORM IMPRIMIR-TOTAL-CADEIA
           MOVE 'Registros anteriores ao encadeamento'
               TO WS-RCT-ROTULO
           MOVE WS-CAD-TOT-ANTERIORES TO WS-RCT-VALOR
           PERFORM IMPRIMIR-TOTAL-CADEIA
           MOVE 'Elos quebrados' TO WS-RCT-ROTULO
           MOVE WS-CAD-TOT-QUEBRAS TO WS-RCT-VALOR
           PERFORM IMPRIMIR-TOTAL-CADEIA
           MOVE 'Arquivos ausentes ou ilegiveis' TO WS-RCT-ROTULO
           MOVE WS-CAD-TOT-AUSENTES TO WS-RCT-VALOR
           PERFORM IMPRIMIR-TOTAL-CADEIA
           IF WS-CAD-OK = 'S'
               MOVE 'RESULTADO: CADEIA INTEGRA' TO RELCAD-LINHA
           ELSE
               MOVE 'RESULTADO: CADEIA COM FALHAS' TO RELCAD-LINHA
           END-IF
           WRITE RELCAD-LINHA.

       IMPRIMIR-TOTAL-CADEIA.
           MOVE WS-RELCAD-TOTAL TO RELCAD-LINHA
           WRITE RELCAD-LINHA.

      ******************************************************************
      * Reavaliacao cambial do mes: cada conversao da opcao 10
      * exportada no periodo (inclusive as liberadas pela opcao 19 e
      * excluidas as estornadas) e reprecificada pela taxa vigente no
      * ultimo dia util do mes; o relatorio sai por par de moedas e
      * centro de custo e a variacao liquida de cada centro vai ao GL
      * em envio proprio, com registro 'V' no log de auditoria
      ******************************************************************
       REAVALIACAO-CAMBIAL.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Reavaliacao: L-Listar R-Reavaliar Mes F-Fim: '
                   WITH NO ADVANCING
               ACCEPT WS-RVC-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-RVC-OPCAO) TO WS-RVC-OPCAO
               EVALUATE WS-RVC-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-REAVALIACOES
                   WHEN 'R'
                       IF WS-OPERADOR-NIVEL = 'S'
                           PERFORM REAVALIAR-MES
                       ELSE
                           DISPLAY 'Funcao restrita a supervisores.'
                       END-IF
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-REAVALIACOES.
           OPEN INPUT REAVAL-FILE
           IF WS-REAVAL-STATUS NOT = '00'
               DISPLAY 'Nenhum mes reavaliado.'
           ELSE
               DISPLAY 'PERIODO  FECHAMENTO  REAVALIADO EM       POR'
                       '         ENVIO  CONVERSOES  VARIACAO LIQUIDA'
               MOVE 'N' TO WS-REAVAL-EOF
               PERFORM UNTIL WS-REAVAL-EOF = 'S'
                   READ REAVAL-FILE
                       AT END
                           MOVE 'S' TO WS-REAVAL-EOF
                       NOT AT END
                           MOVE RV-VARIACAO TO WS-DISPLAY-CONVERTIDO
                           DISPLAY RV-PERIODO '  '
                                   RV-DATA-FECHAMENTO '  '
                                   RV-DATA ' ' RV-HORA ' '
                                   RV-SUPERVISOR '  '
                                   RV-GL-SEQUENCIA '  '
                                   RV-CONVERSOES '  '
                                   WS-DISPLAY-CONVERTIDO
                   END-READ
               END-PERFORM
               CLOSE REAVAL-FILE
           END-IF.

       REAVALIAR-MES.
           PERFORM OBTER-DATA-HORA
      *    Sugere o mes anterior ao de hoje
           MOVE WS-DATA-FORMATADA(1:4) TO WS-PER-ANO
           MOVE WS-DATA-FORMATADA(6:2) TO WS-PER-MES
           IF WS-PER-MES = 1
               SUBTRACT 1 FROM WS-PER-ANO
               MOVE 12 TO WS-PER-MES
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF
           MOVE SPACES TO WS-PER-PERIODO
           STRING WS-PER-ANO '-' WS-PER-MES
               DELIMITED BY SIZE INTO WS-PER-PERIODO
           DISPLAY 'Periodo a reavaliar (AAAA-MM, branco = '
                   WS-PER-PERIODO '): ' WITH NO ADVANCING
           ACCEPT WS-PER-ENTRADA
           IF WS-PER-ENTRADA NOT = SPACES
               MOVE WS-PER-ENTRADA TO WS-PER-PERIODO
           END-IF
           MOVE SPACES TO WS-DTU-TEXTO
           STRING WS-PER-PERIODO '-01'
               DELIMITED BY SIZE INTO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           IF WS-DTU-OK NOT = 'S'
               DISPLAY 'Periodo invalido.'
           ELSE
               PERFORM MONTAR-LIMITES-PERIODO
               IF WS-PER-FIM NOT < WS-DATA-FORMATADA
                   DISPLAY 'O mes ' WS-PER-PERIODO ' ainda nao '
                           'terminou; reavaliacao so depois de '
                           WS-PER-FIM '.'
               ELSE
      *            A consulta e a gravacao do controle acontecem sob
      *            a mesma trava, para duas sessoes nao reavaliarem
      *            o mesmo mes ao mesmo tempo
                   PERFORM RESERVAR-TRAVA-REAVAL
                   IF WS-TRAVA-OK NOT = 'S'
                       DISPLAY 'ERRO: Controle de reavaliacoes em '
                               'uso; tente novamente.'
                   ELSE
                       PERFORM LOCALIZAR-REAVALIACAO
                       IF WS-RVC-JA-FEITA = 'S'
                           DISPLAY 'Mes ' WS-PER-PERIODO ' ja '
                                   'reavaliado em ' WS-RVC-ANT-DATA
                                   ' por '
                                   FUNCTION TRIM(WS-RVC-ANT-SUPERVISOR)
                                   ' (envio GL ' WS-RVC-ANT-ENVIO
                                   '); reavaliacao recusada.'
                       ELSE
                           PERFORM EXECUTAR-REAVALIACAO
                       END-IF
                       PERFORM LIBERAR-TRAVA-REAVAL
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-REAVALIACAO.
           MOVE 'N' TO WS-RVC-JA-FEITA
           OPEN INPUT REAVAL-FILE
           IF WS-REAVAL-STATUS = '00'
               MOVE 'N' TO WS-REAVAL-EOF
               PERFORM UNTIL WS-REAVAL-EOF = 'S'
                   READ REAVAL-FILE
                       AT END
                           MOVE 'S' TO WS-REAVAL-EOF
                       NOT AT END
                           IF RV-PERIODO = WS-PER-PERIODO
                               MOVE 'S' TO WS-RVC-JA-FEITA
                               MOVE RV-DATA TO WS-RVC-ANT-DATA
                               MOVE RV-SUPERVISOR
                                   TO WS-RVC-ANT-SUPERVISOR
                               MOVE RV-GL-SEQUENCIA
                                   TO WS-RVC-ANT-ENVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REAVAL-FILE
           END-IF.

       EXECUTAR-REAVALIACAO.
           PERFORM CARREGAR-FERIADOS
           MOVE 'B' TO WS-DUT-ESCOPO
           MOVE WS-PER-FIM TO WS-DTU-TEXTO
           PERFORM OBTER-ULTIMO-DIA-UTIL
           MOVE WS-DTU-TEXTO TO WS-RVC-DATA-FECHAMENTO
           PERFORM SELECIONAR-CONVERSOES-MES
           IF WS-RVC-OVERFLOW = 'S'
               DISPLAY 'ERRO: Mais de 500 conversoes, 100 pares ou '
                       '50 centros de custo no mes; reavaliacao NAO '
                       'realizada.'
           ELSE
           IF WS-RVC-QTD = 0
               DISPLAY 'Nenhuma conversao exportada em '
                       WS-PER-PERIODO '; nada a reavaliar.'
           ELSE
               PERFORM CALCULAR-REAVALIACAO
               PERFORM EXIBIR-RESUMO-REAVALIACAO
               IF WS-RVC-SEM-TAXA > 0
                   MOVE 'NAO LANCADA: PAR SEM TAXA DE FECHAMENTO'
                       TO WS-RVC-SITUACAO
                   DISPLAY 'Reavaliacao NAO realizada: '
                           WS-RVC-SEM-TAXA ' par(es) sem taxa '
                           'vigente em ' WS-RVC-DATA-FECHAMENTO
                           '; inclua as taxas pela opcao 11 ou 12.'
               ELSE
               IF WS-RVC-ESTOURO = 'S'
                   MOVE 'NAO LANCADA: TOTAL DE CENTRO FORA DA FAIXA'
                       TO WS-RVC-SITUACAO
                   DISPLAY 'Reavaliacao NAO realizada: total de '
                           'centro de custo fora da faixa do feed '
                           'do GL.'
               ELSE
                   DISPLAY 'Confirma o lancamento da reavaliacao '
                           'no GL? (S/N): ' WITH NO ADVANCING
                   ACCEPT WS-RVC-CONFIRMA
                   IF WS-RVC-CONFIRMA = 'S' OR WS-RVC-CONFIRMA = 's'
                       PERFORM LANCAR-REAVALIACAO
                   ELSE
                       MOVE 'SIMULACAO: NAO LANCADA NO GL'
                           TO WS-RVC-SITUACAO
                       DISPLAY 'Reavaliacao cancelada; nada lancado.'
                   END-IF
               END-IF
               END-IF
               PERFORM IMPRIMIR-REAVALIACAO
           END-IF
           END-IF.

      * Recua de WS-DTU-TEXTO ate o ultimo dia util (inclusive)
       OBTER-ULTIMO-DIA-UTIL.
           PERFORM VALIDAR-DATA-TEXTO
           MOVE WS-DTU-INT TO WS-DUT-INT
           PERFORM AVALIAR-DIA-UTIL
           PERFORM UNTIL WS-DUT-UTIL = 'S'
               SUBTRACT 1 FROM WS-DUT-INT
               PERFORM AVALIAR-DIA-UTIL
           END-PERFORM
           MOVE WS-DUT-INT TO WS-DTU-INT
           PERFORM MONTAR-DATA-TEXTO.

      * Avanca de WS-DTU-TEXTO ate o proximo dia util (inclusive)
       OBTER-PROXIMO-DIA-UTIL.
           PERFORM VALIDAR-DATA-TEXTO
           MOVE WS-DTU-INT TO WS-DUT-INT
           PERFORM AVALIAR-DIA-UTIL
           PERFORM UNTIL WS-DUT-UTIL = 'S'
               ADD 1 TO WS-DUT-INT
               PERFORM AVALIAR-DIA-UTIL
           END-PERFORM
           MOVE WS-DUT-INT TO WS-DTU-INT
           PERFORM MONTAR-DATA-TEXTO.

      * WS-DUT-UTIL = 'S' quando o dia WS-DUT-INT (inteiro do
      * calendario) e util no escopo WS-DUT-ESCOPO; o dia 1 do
      * calendario foi uma segunda. No feriado, WS-DUT-FERIADO
      * traz a descricao
       AVALIAR-DIA-UTIL.
           MOVE SPACES TO WS-DUT-FERIADO
           COMPUTE WS-DUT-DIA-SEMANA = FUNCTION REM(WS-DUT-INT, 7)
           IF WS-DUT-DIA-SEMANA >= 1 AND WS-DUT-DIA-SEMANA <= 5
               MOVE 'S' TO WS-DUT-UTIL
               MOVE WS-DUT-INT TO WS-FER-BUSCA-INT
               PERFORM LOCALIZAR-FERIADO
               IF WS-FER-ACHOU = 'S'
                   IF WS-DUT-ESCOPO = 'B' OR
                      WS-FER-TIPO(WS-FER-IDX) = 'N'
                       MOVE 'N' TO WS-DUT-UTIL
                       MOVE WS-FER-DESCRICAO(WS-FER-IDX)
                           TO WS-DUT-FERIADO
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-DUT-UTIL
           END-IF.

      * Dias uteis depois de WS-DUT-INT-DE ate WS-DUT-INT-ATE
      * (inclusive), no escopo WS-DUT-ESCOPO
       CONTAR-DIAS-UTEIS-PERIODO.
           MOVE 0 TO WS-DUT-QTD-UTEIS
           COMPUTE WS-DUT-INT = WS-DUT-INT-DE + 1
           PERFORM UNTIL WS-DUT-INT > WS-DUT-INT-ATE
               PERFORM AVALIAR-DIA-UTIL
               IF WS-DUT-UTIL = 'S'
                   ADD 1 TO WS-DUT-QTD-UTEIS
               END-IF
               ADD 1 TO WS-DUT-INT
           END-PERFORM.

       SELECIONAR-CONVERSOES-MES.
           MOVE 0 TO WS-RVC-QTD
           MOVE 0 TO WS-RVP-QTD
           MOVE 0 TO WS-RVK-QTD
           MOVE 'N' TO WS-RVC-OVERFLOW
           MOVE 0 TO WS-RVC-TOT-IGNORADAS
           MOVE 0 TO WS-RVC-TOT-ESTORNADAS
           PERFORM CARREGAR-PENDENTES
           PERFORM CARREGAR-ESTORNOS-CAMBIO
           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           PERFORM CARREGAR-CATALOGO
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD
               MOVE WS-CAT-ARQUIVO(WS-CAT-IDX) TO WS-LOG-FILENAME
               PERFORM SELECIONAR-UM-LOG-REAVAL
               ADD 1 TO WS-CAT-IDX
           END-PERFORM
           MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
           PERFORM SELECIONAR-UM-LOG-REAVAL
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE.

       SELECIONAR-UM-LOG-REAVAL.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM AVALIAR-CONVERSAO-MES
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

      * So entram conversoes que de fato foram ao GL: sem erro e nao
      * retidas; a liberacao de um retido (opcao 19) e o registro
      * exportado e o par de moedas vem do pendente de origem
       AVALIAR-CONVERSAO-MES.
           IF LOG-TIPO-CALCULO = 'M' AND
              LOG-OPERADOR-CHAR = 'CONV' AND
              LOG-ERRO-FLAG = 'N' AND
              LOG-RETIDO-FLAG NOT = 'S' AND
              LOG-DATA(1:7) = WS-PER-PERIODO
               MOVE LOG-EXPRESSAO-TXT TO WS-RVC-EXPRESSAO
               IF WS-RVC-EXPRESSAO(1:10) = 'LIBERADO #'
                   MOVE SPACES TO WS-RVC-EXPRESSAO
                   IF LOG-EXPRESSAO-TXT(11:6) IS NUMERIC
                       MOVE LOG-EXPRESSAO-TXT(11:6) TO WS-PEN-BUSCA
                       PERFORM LOCALIZAR-PENDENTE
                       IF WS-PEN-ACHOU = 'S'
                           MOVE WS-PEN-EXPRESSAO(WS-PEN-IDX)
                               TO WS-RVC-EXPRESSAO
                       END-IF
                   END-IF
               END-IF
               PERFORM LOCALIZAR-ESTORNO-CAMBIO
               IF WS-RVE-ACHOU = 'S'
                   ADD 1 TO WS-RVC-TOT-ESTORNADAS
               ELSE
                   IF WS-RVC-EXPRESSAO(4:2) = '->' AND
                      WS-RVC-EXPRESSAO(20:6) = ' TAXA ' AND
                      FUNCTION TEST-NUMVAL(
                          FUNCTION TRIM(WS-RVC-EXPRESSAO(26:11))) = 0
                       PERFORM INCLUIR-CONVERSAO-MES
                   ELSE
                       ADD 1 TO WS-RVC-TOT-IGNORADAS
                   END-IF
               END-IF
           END-IF.

       INCLUIR-CONVERSAO-MES.
           IF WS-RVC-QTD >= 500
               MOVE 'S' TO WS-RVC-OVERFLOW
           ELSE
               ADD 1 TO WS-RVC-QTD
               MOVE WS-RVC-QTD TO WS-RVC-IDX
               MOVE LOG-DATA TO WS-RVC-DATA(WS-RVC-IDX)
               MOVE LOG-HORA TO WS-RVC-HORA(WS-RVC-IDX)
               MOVE LOG-OPERADOR-ID TO WS-RVC-OPERADOR(WS-RVC-IDX)
               MOVE WS-RVC-EXPRESSAO(1:8) TO WS-RVC-PAR(WS-RVC-IDX)
               MOVE LOG-CENTRO-CUSTO TO WS-RVC-CC(WS-RVC-IDX)
               MOVE LOG-OPERANDO1 TO WS-RVC-VALOR(WS-RVC-IDX)
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RVC-EXPRESSAO(26:11)))
                   TO WS-RVC-TAXA-ORIG(WS-RVC-IDX)
               MOVE LOG-RESULTADO TO WS-RVC-ORIGINAL(WS-RVC-IDX)
               MOVE 0 TO WS-RVC-REAVALIADO(WS-RVC-IDX)
               MOVE 0 TO WS-RVC-VARIACAO(WS-RVC-IDX)
               PERFORM LOCALIZAR-PAR-REAVAL
               MOVE WS-RVP-IDX TO WS-RVC-PAR-IDX(WS-RVC-IDX)
           END-IF.

      * Cada par novo ja sai com a taxa vigente no ultimo dia util
       LOCALIZAR-PAR-REAVAL.
           MOVE 'N' TO WS-RVP-ACHOU
           MOVE 1 TO WS-RVP-IDX
           PERFORM UNTIL WS-RVP-IDX > WS-RVP-QTD OR
                         WS-RVP-ACHOU = 'S'
               IF WS-RVP-PAR(WS-RVP-IDX) = WS-RVC-PAR(WS-RVC-IDX)
                   MOVE 'S' TO WS-RVP-ACHOU
               ELSE
                   ADD 1 TO WS-RVP-IDX
               END-IF
           END-PERFORM
           IF WS-RVP-ACHOU = 'N'
               IF WS-RVP-QTD >= 100
                   MOVE 'S' TO WS-RVC-OVERFLOW
                   MOVE 1 TO WS-RVP-IDX
               ELSE
                   ADD 1 TO WS-RVP-QTD
                   MOVE WS-RVP-QTD TO WS-RVP-IDX
                   MOVE WS-RVC-PAR(WS-RVC-IDX) TO WS-RVP-PAR(WS-RVP-IDX)
                   MOVE WS-RVC-PAR(WS-RVC-IDX)(1:3) TO WS-MOEDA-DE
                   MOVE WS-RVC-PAR(WS-RVC-IDX)(6:3) TO WS-MOEDA-PARA
                   MOVE WS-RVC-DATA-FECHAMENTO TO WS-DATA-VALOR
                   PERFORM LOCALIZAR-TAXA-CAMBIO
                   MOVE WS-TAXA-ACHOU TO WS-RVP-TEM-TAXA(WS-RVP-IDX)
                   MOVE WS-TAXA-CAMBIO TO WS-RVP-TAXA(WS-RVP-IDX)
                   MOVE WS-DATA-TAXA-ACHADA
                       TO WS-RVP-VIGENCIA(WS-RVP-IDX)
               END-IF
           END-IF.

       CARREGAR-ESTORNOS-CAMBIO.
           MOVE 0 TO WS-RVE-QTD
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-STATUS = '00'
               MOVE 'N' TO WS-ESTORNO-EOF
               PERFORM UNTIL WS-ESTORNO-EOF = 'S'
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'S' TO WS-ESTORNO-EOF
                       NOT AT END
                           IF ES-ORIG-TIPO = 'M'
                               IF WS-RVE-QTD >= 200
                                   MOVE 'S' TO WS-RVC-OVERFLOW
                               ELSE
                                   ADD 1 TO WS-RVE-QTD
                                   MOVE ES-ORIG-DATA
                                       TO WS-RVE-DATA(WS-RVE-QTD)
                                   MOVE ES-ORIG-HORA
                                       TO WS-RVE-HORA(WS-RVE-QTD)
                                   MOVE ES-ORIG-OPERADOR
                                       TO WS-RVE-OPERADOR(WS-RVE-QTD)
                                   MOVE ES-ORIG-RESULTADO
                                       TO WS-RVE-RESULTADO(WS-RVE-QTD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       LOCALIZAR-ESTORNO-CAMBIO.
           MOVE 'N' TO WS-RVE-ACHOU
           MOVE 1 TO WS-RVE-IDX
           PERFORM UNTIL WS-RVE-IDX > WS-RVE-QTD OR
                         WS-RVE-ACHOU = 'S'
               IF WS-RVE-DATA(WS-RVE-IDX) = LOG-DATA AND
                  WS-RVE-HORA(WS-RVE-IDX) = LOG-HORA AND
                  WS-RVE-OPERADOR(WS-RVE-IDX) = LOG-OPERADOR-ID AND
                  WS-RVE-RESULTADO(WS-RVE-IDX) = LOG-RESULTADO
                   MOVE 'S' TO WS-RVE-ACHOU
               ELSE
                   ADD 1 TO WS-RVE-IDX
               END-IF
           END-PERFORM.

      * Valor reavaliado = valor na moeda de origem x taxa de
      * fechamento; a variacao (reavaliado - convertido na data) fica
      * na moeda de destino, como o resultado da conversao no GL
       CALCULAR-REAVALIACAO.
           MOVE 0 TO WS-RVC-SEM-TAXA
           MOVE 'N' TO WS-RVC-ESTOURO
           MOVE SPACES TO WS-RVC-SITUACAO
           MOVE 0 TO WS-RVC-TOT-ORIGINAL
           MOVE 0 TO WS-RVC-TOT-REAVALIADO
           MOVE 0 TO WS-RVC-TOT-VARIACAO
           MOVE 1 TO WS-RVP-IDX
           PERFORM UNTIL WS-RVP-IDX > WS-RVP-QTD
               IF WS-RVP-TEM-TAXA(WS-RVP-IDX) NOT = 'S'
                   ADD 1 TO WS-RVC-SEM-TAXA
               END-IF
               ADD 1 TO WS-RVP-IDX
           END-PERFORM
           MOVE 1 TO WS-RVC-IDX
           PERFORM UNTIL WS-RVC-IDX > WS-RVC-QTD
               MOVE WS-RVC-PAR-IDX(WS-RVC-IDX) TO WS-RVP-IDX
               IF WS-RVP-TEM-TAXA(WS-RVP-IDX) = 'S'
                   COMPUTE WS-RVC-REAVALIADO(WS-RVC-IDX) ROUNDED =
                           WS-RVC-VALOR(WS-RVC-IDX) *
                           WS-RVP-TAXA(WS-RVP-IDX)
                       ON SIZE ERROR
                           MOVE 'S' TO WS-RVC-ESTOURO
                   END-COMPUTE
                   COMPUTE WS-RVC-VARIACAO(WS-RVC-IDX) =
                           WS-RVC-REAVALIADO(WS-RVC-IDX) -
                           WS-RVC-ORIGINAL(WS-RVC-IDX)
                   PERFORM ACUMULAR-CC-REAVAL
               END-IF
               ADD 1 TO WS-RVC-IDX
           END-PERFORM.

       ACUMULAR-CC-REAVAL.
           MOVE 'N' TO WS-RVK-ACHOU
           MOVE 1 TO WS-RVK-IDX
           PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD OR
                         WS-RVK-ACHOU = 'S'
               IF WS-RVK-CC(WS-RVK-IDX) = WS-RVC-CC(WS-RVC-IDX)
                   MOVE 'S' TO WS-RVK-ACHOU
               ELSE
                   ADD 1 TO WS-RVK-IDX
               END-IF
           END-PERFORM
           IF WS-RVK-ACHOU = 'N'
               IF WS-RVK-QTD >= 50
                   MOVE 'S' TO WS-RVC-OVERFLOW
               ELSE
                   ADD 1 TO WS-RVK-QTD
                   MOVE WS-RVK-QTD TO WS-RVK-IDX
                   MOVE WS-RVC-CC(WS-RVC-IDX) TO WS-RVK-CC(WS-RVK-IDX)
                   MOVE 0 TO WS-RVK-CONVERSOES(WS-RVK-IDX)
                   MOVE 0 TO WS-RVK-ORIGINAL(WS-RVK-IDX)
                   MOVE 0 TO WS-RVK-REAVALIADO(WS-RVK-IDX)
                   MOVE 0 TO WS-RVK-VARIACAO(WS-RVK-IDX)
                   MOVE 'S' TO WS-RVK-ACHOU
               END-IF
           END-IF
           IF WS-RVK-ACHOU = 'S'
               ADD 1 TO WS-RVK-CONVERSOES(WS-RVK-IDX)
      *        Os totais do centro vao para os operandos e o
      *        resultado do detalhe do GL e precisam caber neles
               ADD WS-RVC-ORIGINAL(WS-RVC-IDX)
                   TO WS-RVK-ORIGINAL(WS-RVK-IDX)
                   ON SIZE ERROR
                       MOVE 'S' TO WS-RVC-ESTOURO
               END-ADD
               ADD WS-RVC-REAVALIADO(WS-RVC-IDX)
                   TO WS-RVK-REAVALIADO(WS-RVK-IDX)
                   ON SIZE ERROR
                       MOVE 'S' TO WS-RVC-ESTOURO
               END-ADD
               ADD WS-RVC-VARIACAO(WS-RVC-IDX)
                   TO WS-RVK-VARIACAO(WS-RVK-IDX)
                   ON SIZE ERROR
                       MOVE 'S' TO WS-RVC-ESTOURO
               END-ADD
           END-IF
           ADD WS-RVC-ORIGINAL(WS-RVC-IDX) TO WS-RVC-TOT-ORIGINAL
           ADD WS-RVC-REAVALIADO(WS-RVC-IDX) TO WS-RVC-TOT-REAVALIADO
           ADD WS-RVC-VARIACAO(WS-RVC-IDX) TO WS-RVC-TOT-VARIACAO.

       EXIBIR-RESUMO-REAVALIACAO.
           DISPLAY ' '
           DISPLAY 'Reavaliacao de ' WS-PER-PERIODO
                   ' - taxas vigentes em ' WS-RVC-DATA-FECHAMENTO
           DISPLAY 'Conversoes no mes ..........: ' WS-RVC-QTD
           DISPLAY 'Ja estornadas (fora) .......: '
                   WS-RVC-TOT-ESTORNADAS
           DISPLAY 'Sem par identificavel (fora): '
                   WS-RVC-TOT-IGNORADAS
           MOVE 1 TO WS-RVP-IDX
           PERFORM UNTIL WS-RVP-IDX > WS-RVP-QTD
               IF WS-RVP-TEM-TAXA(WS-RVP-IDX) = 'S'
                   MOVE WS-RVP-TAXA(WS-RVP-IDX) TO WS-TAXA-EDIT
                   DISPLAY 'Par ' WS-RVP-PAR(WS-RVP-IDX)
                           ' taxa de fechamento ' WS-TAXA-EDIT
                           ' (vigencia ' WS-RVP-VIGENCIA(WS-RVP-IDX)
                           ')'
               ELSE
                   DISPLAY 'Par ' WS-RVP-PAR(WS-RVP-IDX)
                           ' SEM TAXA DE FECHAMENTO'
               END-IF
               ADD 1 TO WS-RVP-IDX
           END-PERFORM
           IF WS-RVC-SEM-TAXA = 0
               MOVE 1 TO WS-RVK-IDX
               PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD
                   MOVE WS-RVK-VARIACAO(WS-RVK-IDX)
                       TO WS-DISPLAY-CONVERTIDO
                   DISPLAY 'Centro ' WS-RVK-CC(WS-RVK-IDX)
                           ' variacao liquida ' WS-DISPLAY-CONVERTIDO
                   ADD 1 TO WS-RVK-IDX
               END-PERFORM
               MOVE WS-RVC-TOT-VARIACAO TO WS-DISPLAY-TOTAL-GERAL
               DISPLAY 'Variacao liquida total .....: '
                       WS-DISPLAY-TOTAL-GERAL
           END-IF.

      * O envio vai ao GL primeiro; o log e o controle de
      * reavaliacoes so registram o que de fato foi lancado
       LANCAR-REAVALIACAO.
           PERFORM OBTER-DATA-HORA
           MOVE 0 TO WS-RVC-ENVIO
           MOVE 0 TO WS-RVC-LANCAMENTOS
           MOVE 1 TO WS-RVK-IDX
           PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD
               IF WS-RVK-VARIACAO(WS-RVK-IDX) NOT = 0
                   ADD 1 TO WS-RVC-LANCAMENTOS
               END-IF
               ADD 1 TO WS-RVK-IDX
           END-PERFORM
           MOVE 'S' TO WS-RVC-GL-OK
           IF WS-RVC-LANCAMENTOS > 0
               PERFORM GRAVAR-ENVIO-REAVALIACAO
           END-IF
           IF WS-RVC-GL-OK NOT = 'S'
               MOVE 'NAO LANCADA: FALHA NO FEED DO GL'
                   TO WS-RVC-SITUACAO
               DISPLAY 'Reavaliacao NAO realizada.'
           ELSE
               MOVE 1 TO WS-RVK-IDX
               PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD
                   IF WS-RVK-VARIACAO(WS-RVK-IDX) NOT = 0
                       PERFORM REGISTRAR-LOG-REAVALIACAO
                   END-IF
                   ADD 1 TO WS-RVK-IDX
               END-PERFORM
               PERFORM REGISTRAR-AUDITORIA-REAVALIACAO
               PERFORM GRAVAR-CONTROLE-REAVALIACAO
               MOVE SPACES TO WS-RVC-SITUACAO
               IF WS-RVC-ENVIO > 0
                   STRING 'LANCADA NO ENVIO GL ' WS-RVC-ENVIO
                       DELIMITED BY SIZE INTO WS-RVC-SITUACAO
                   DISPLAY 'Reavaliacao lancada no GL (envio '
                           WS-RVC-ENVIO ').'
               ELSE
                   MOVE 'REGISTRADA SEM LANCAMENTO: VARIACAO NULA'
                       TO WS-RVC-SITUACAO
                   DISPLAY 'Reavaliacao registrada; nenhuma variacao '
                           'a lancar.'
               END-IF
           END-IF.

      * Envio completo (header, um detalhe por centro com variacao,
      * subtotais e trailer) gravado direto no feed mestre; a
      * sequencia vem do mesmo controle usado em ABRIR-FEED-GL
       GRAVAR-ENVIO-REAVALIACAO.
           MOVE WS-GL-SEQUENCIA TO WS-RVC-SEQ-SESSAO
           MOVE WS-GL-CONT-DETALHES TO WS-RVC-CONT-SESSAO
           PERFORM RESERVAR-MASTER-GL
           IF WS-TRAVA-OK NOT = 'S'
               MOVE 'N' TO WS-RVC-GL-OK
               DISPLAY 'ERRO: Feed mestre do GL em uso; tente '
                       'novamente.'
           ELSE
               MOVE 0 TO WS-GL-SEQUENCIA
               OPEN INPUT GL-CONTROLE-FILE
               IF WS-GL-CONTROLE-STATUS = '00'
                   READ GL-CONTROLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE GC-ULTIMA-SEQUENCIA
                               TO WS-GL-SEQUENCIA
                   END-READ
                   CLOSE GL-CONTROLE-FILE
               END-IF
               ADD 1 TO WS-GL-SEQUENCIA
               PERFORM GRAVAR-CONTROLE-GL
               MOVE WS-GL-SEQUENCIA TO WS-RVC-ENVIO
               MOVE 0 TO WS-GL-CONT-DETALHES
               MOVE 0 TO WS-RVC-HASH-OP1
               MOVE 0 TO WS-RVC-HASH-OP2
               MOVE 0 TO WS-RVC-HASH-RES

               MOVE 'H' TO WS-RGH-TIPO
               MOVE WS-DATA-FORMATADA TO WS-RGH-DATA
               MOVE WS-RVC-ENVIO TO WS-RGH-SEQUENCIA
               MOVE WS-RVC-GL-HEADER TO MASTER-GL-RECORD
               PERFORM GRAVAR-REGISTRO-ENVIO-REAVAL

               MOVE 1 TO WS-RVK-IDX
               PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD
                   IF WS-RVK-VARIACAO(WS-RVK-IDX) NOT = 0
                       PERFORM GRAVAR-DETALHE-REAVAL
                   END-IF
                   ADD 1 TO WS-RVK-IDX
               END-PERFORM

               MOVE 1 TO WS-RVK-IDX
               PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD
                   IF WS-RVK-VARIACAO(WS-RVK-IDX) NOT = 0
                       MOVE 'S' TO WS-RGS-TIPO
                       MOVE WS-RVK-CC(WS-RVK-IDX)
                           TO WS-RGS-CENTRO-CUSTO
                       MOVE 1 TO WS-RGS-CONTAGEM
                       MOVE WS-RVK-VARIACAO(WS-RVK-IDX)
                           TO WS-RGS-RESULTADO
                       MOVE WS-RVC-GL-SUBTOTAL TO MASTER-GL-RECORD
                       PERFORM GRAVAR-REGISTRO-ENVIO-REAVAL
                   END-IF
                   ADD 1 TO WS-RVK-IDX
               END-PERFORM

               MOVE 'T' TO WS-RGT-TIPO
               MOVE WS-RVC-ENVIO TO WS-RGT-SEQUENCIA
               MOVE WS-GL-CONT-DETALHES TO WS-RGT-CONTAGEM
               MOVE WS-RVC-HASH-OP1 TO WS-RGT-HASH-OP1
               MOVE WS-RVC-HASH-OP2 TO WS-RGT-HASH-OP2
               MOVE WS-RVC-HASH-RES TO WS-RGT-HASH-RES
               MOVE WS-RVC-GL-TRAILER TO MASTER-GL-RECORD
               PERFORM GRAVAR-REGISTRO-ENVIO-REAVAL
               CLOSE MASTER-GL-FILE
               PERFORM REGISTRAR-ENVIO-GL
           END-IF
           MOVE WS-RVC-SEQ-SESSAO TO WS-GL-SEQUENCIA
           MOVE WS-RVC-CONT-SESSAO TO WS-GL-CONT-DETALHES.

       GRAVAR-DETALHE-REAVAL.
           MOVE 'D' TO WS-RGD-TIPO
           MOVE WS-DATA-FORMATADA TO WS-RGD-DATA
           MOVE WS-OPERADOR-ID TO WS-RGD-OPERADOR
           MOVE 'VARCAMBIAL' TO WS-RGD-TIPO-OP
           MOVE WS-RVK-ORIGINAL(WS-RVK-IDX) TO WS-RGD-OPERANDO1
           MOVE WS-RVK-REAVALIADO(WS-RVK-IDX) TO WS-RGD-OPERANDO2
           MOVE WS-RVK-VARIACAO(WS-RVK-IDX) TO WS-RGD-RESULTADO
           MOVE SPACES TO WS-RGD-TAXA
           MOVE WS-RVK-CC(WS-RVK-IDX) TO WS-RGD-CENTRO-CUSTO
           MOVE WS-RVC-GL-DETALHE TO MASTER-GL-RECORD
           PERFORM GRAVAR-REGISTRO-ENVIO-REAVAL
           IF WS-RVC-GL-OK = 'S'
               ADD 1 TO WS-GL-CONT-DETALHES
               ADD WS-RVK-ORIGINAL(WS-RVK-IDX) TO WS-RVC-HASH-OP1
               ADD WS-RVK-REAVALIADO(WS-RVK-IDX) TO WS-RVC-HASH-OP2
               ADD WS-RVK-VARIACAO(WS-RVK-IDX) TO WS-RVC-HASH-RES
           END-IF.

       GRAVAR-REGISTRO-ENVIO-REAVAL.
           WRITE MASTER-GL-RECORD
           IF WS-MASTER-GL-STATUS NOT = '00'
               MOVE 'N' TO WS-RVC-GL-OK
               DISPLAY 'ERRO: Falha ao gravar o envio da reavaliacao '
                       'no feed mestre do GL!'
           END-IF.

      * Um registro 'V' por centro com os mesmos valores do detalhe
      * do GL, para a reconciliacao do dia conferir log e feed
       REGISTRAR-LOG-REAVALIACAO.
           MOVE 'V' TO WS-TIPO-CALCULO-ATUAL
           MOVE 'REAV' TO WS-OPERADOR-LOG
           MOVE WS-RVK-ORIGINAL(WS-RVK-IDX) TO WS-PRIMEIRO-NUMERO
           MOVE WS-RVK-REAVALIADO(WS-RVK-IDX) TO WS-SEGUNDO-NUMERO
           MOVE WS-RVK-VARIACAO(WS-RVK-IDX) TO WS-RESULTADO
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE WS-RVK-CC(WS-RVK-IDX) TO WS-CENTRO-CUSTO-ATUAL
           MOVE 'N' TO WS-RETIDO-FLAG
           MOVE SPACES TO WS-EXPRESSAO-LOG
           STRING 'REAVALIACAO CAMBIAL ' WS-PER-PERIODO
                  ' ENVIO ' WS-RVC-ENVIO
                  DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
           PERFORM REGISTRAR-LOG.

       REGISTRAR-AUDITORIA-REAVALIACAO.
           MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
           MOVE SPACES TO WS-OPERADOR-LOG
           MOVE 0 TO WS-PRIMEIRO-NUMERO
           MOVE 0 TO WS-SEGUNDO-NUMERO
           MOVE 0 TO WS-RESULTADO
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE SPACES TO WS-CENTRO-CUSTO-ATUAL
           MOVE 'N' TO WS-RETIDO-FLAG
           MOVE SPACES TO WS-EXPRESSAO-LOG
           STRING 'REAVALIADO ' WS-PER-PERIODO ' FECH '
                  WS-RVC-DATA-FECHAMENTO ' ENVIO ' WS-RVC-ENVIO
                  DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
           PERFORM REGISTRAR-LOG.

       GRAVAR-CONTROLE-REAVALIACAO.
           OPEN EXTEND REAVAL-FILE
           IF WS-REAVAL-STATUS = '35'
               OPEN OUTPUT REAVAL-FILE
           END-IF
           IF WS-REAVAL-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel registrar a '
                       'reavaliacao em '
                       FUNCTION TRIM(WS-REAVAL-FILENAME) '!'
           ELSE
               MOVE WS-PER-PERIODO TO RV-PERIODO
               MOVE WS-DATA-FORMATADA TO RV-DATA
               MOVE WS-HORA-FORMATADA TO RV-HORA
               MOVE WS-OPERADOR-ID TO RV-SUPERVISOR
               MOVE WS-RVC-DATA-FECHAMENTO TO RV-DATA-FECHAMENTO
               MOVE WS-RVC-ENVIO TO RV-GL-SEQUENCIA
               MOVE WS-RVC-QTD TO RV-CONVERSOES
               MOVE WS-RVC-TOT-VARIACAO TO RV-VARIACAO
               WRITE REAVAL-RECORD
               IF WS-REAVAL-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel registrar a '
                           'reavaliacao em '
                           FUNCTION TRIM(WS-REAVAL-FILENAME) '!'
               END-IF
               CLOSE REAVAL-FILE
           END-IF.

       RESERVAR-TRAVA-REAVAL.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND REAVAL-TRAVA-FILE WITH LOCK
               EVALUATE WS-REAVAL-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT REAVAL-TRAVA-FILE WITH LOCK
                       IF WS-REAVAL-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

       LIBERAR-TRAVA-REAVAL.
           CLOSE REAVAL-TRAVA-FILE.

      * Relatorio: para cada par, os centros de custo na ordem em que
      * apareceram, com as conversoes e o subtotal de cada centro;
      * ao final a variacao liquida por centro e os totais
       IMPRIMIR-REAVALIACAO.
           MOVE SPACES TO WS-RELRVC-FILENAME
           STRING 'reavaliacao_' WS-PER-PERIODO '.txt'
               DELIMITED BY SIZE INTO WS-RELRVC-FILENAME
           OPEN OUTPUT RELRVC-FILE
           IF WS-RELRVC-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gerar o relatorio da '
                       'reavaliacao!'
           ELSE
               MOVE 0 TO WS-RELRVC-PAGINA
               PERFORM IMPRIMIR-CABECALHO-REAVAL
               MOVE 1 TO WS-RVP-IDX
               PERFORM UNTIL WS-RVP-IDX > WS-RVP-QTD
                   PERFORM IMPRIMIR-PAR-REAVAL
                   ADD 1 TO WS-RVP-IDX
               END-PERFORM
               PERFORM IMPRIMIR-CENTROS-REAVAL
               PERFORM IMPRIMIR-TOTAIS-REAVAL
               CLOSE RELRVC-FILE
               DISPLAY 'Relatorio gravado em '
                       FUNCTION TRIM(WS-RELRVC-FILENAME)
           END-IF.

       IMPRIMIR-PAR-REAVAL.
           MOVE SPACES TO WS-RVC-LINHA
           PERFORM ESCREVER-LINHA-REAVAL
           MOVE WS-RVP-PAR(WS-RVP-IDX) TO WS-RRP-PAR
           MOVE SPACES TO WS-RRP-TEXTO
           IF WS-RVP-TEM-TAXA(WS-RVP-IDX) = 'S'
               MOVE WS-RVP-TAXA(WS-RVP-IDX) TO WS-TAXA-EDIT
               STRING 'TAXA DE FECHAMENTO ' WS-TAXA-EDIT
                      '  VIGENCIA ' WS-RVP-VIGENCIA(WS-RVP-IDX)
                      DELIMITED BY SIZE INTO WS-RRP-TEXTO
           ELSE
               STRING 'SEM TAXA DE FECHAMENTO VIGENTE EM '
                      WS-RVC-DATA-FECHAMENTO
                      DELIMITED BY SIZE INTO WS-RRP-TEXTO
           END-IF
           MOVE WS-RELRVC-PAR TO WS-RVC-LINHA
           PERFORM ESCREVER-LINHA-REAVAL
           MOVE 0 TO WS-RVK-IDX
           MOVE 1 TO WS-RVC-IDX
      *    Os centros do par saem na ordem da primeira conversao de
      *    cada um; WS-RVK-IDX so serve de marcador aqui
           PERFORM UNTIL WS-RVC-IDX > WS-RVC-QTD
               IF WS-RVC-PAR-IDX(WS-RVC-IDX) = WS-RVP-IDX
                   PERFORM VERIFICAR-CC-JA-IMPRESSO
                   IF WS-RVK-ACHOU = 'N'
                       PERFORM IMPRIMIR-CC-PAR-REAVAL
                   END-IF
               END-IF
               ADD 1 TO WS-RVC-IDX
           END-PERFORM.

      * O centro da conversao WS-RVC-IDX ja saiu neste par quando
      * alguma conversao anterior do mesmo par tem o mesmo centro
       VERIFICAR-CC-JA-IMPRESSO.
           MOVE 'N' TO WS-RVK-ACHOU
           MOVE 1 TO WS-RVE-IDX
           PERFORM UNTIL WS-RVE-IDX >= WS-RVC-IDX OR
                         WS-RVK-ACHOU = 'S'
               IF WS-RVC-PAR-IDX(WS-RVE-IDX) = WS-RVP-IDX AND
                  WS-RVC-CC(WS-RVE-IDX) = WS-RVC-CC(WS-RVC-IDX)
                   MOVE 'S' TO WS-RVK-ACHOU
               END-IF
               ADD 1 TO WS-RVE-IDX
           END-PERFORM.

       IMPRIMIR-CC-PAR-REAVAL.
           MOVE 0 TO WS-RVC-SUB-CONVERSOES
           MOVE 0 TO WS-RVC-SUB-VALOR
           MOVE 0 TO WS-RVC-SUB-ORIGINAL
           MOVE 0 TO WS-RVC-SUB-REAVALIADO
           MOVE 0 TO WS-RVC-SUB-VARIACAO
           MOVE WS-RVC-IDX TO WS-RVE-IDX
           PERFORM UNTIL WS-RVE-IDX > WS-RVC-QTD
               IF WS-RVC-PAR-IDX(WS-RVE-IDX) = WS-RVP-IDX AND
                  WS-RVC-CC(WS-RVE-IDX) = WS-RVC-CC(WS-RVC-IDX)
                   PERFORM IMPRIMIR-CONVERSAO-REAVAL
               END-IF
               ADD 1 TO WS-RVE-IDX
           END-PERFORM
           MOVE SPACES TO WS-RRS-ROTULO
           STRING 'SUBTOTAL ' WS-RVP-PAR(WS-RVP-IDX) ' CENTRO '
                  WS-RVC-CC(WS-RVC-IDX) ' ('
                  WS-RVC-SUB-CONVERSOES ' CONVERSOES)'
                  DELIMITED BY SIZE INTO WS-RRS-ROTULO
           MOVE WS-RVC-SUB-VALOR TO WS-RRS-VALOR
           MOVE WS-RVC-SUB-ORIGINAL TO WS-RRS-ORIGINAL
           MOVE WS-RVC-SUB-REAVALIADO TO WS-RRS-REAVALIADO
           MOVE WS-RVC-SUB-VARIACAO TO WS-RRS-VARIACAO
           MOVE WS-RELRVC-SUBTOTAL TO WS-RVC-LINHA
           PERFORM ESCREVER-LINHA-REAVAL.

       IMPRIMIR-CONVERSAO-REAVAL.
           MOVE WS-RVC-DATA(WS-RVE-IDX) TO WS-RRD-DATA
           MOVE WS-RVC-HORA(WS-RVE-IDX) TO WS-RRD-HORA
           MOVE WS-RVC-OPERADOR(WS-RVE-IDX) TO WS-RRD-OPERADOR
           MOVE WS-RVC-CC(WS-RVE-IDX) TO WS-RRD-CC
           MOVE WS-RVC-TAXA-ORIG(WS-RVE-IDX) TO WS-RRD-TAXA-ORIG
           MOVE WS-RVP-TAXA(WS-RVP-IDX) TO WS-RRD-TAXA-FECH
           MOVE WS-RVC-VALOR(WS-RVE-IDX) TO WS-RRD-VALOR
           MOVE WS-RVC-ORIGINAL(WS-RVE-IDX) TO WS-RRD-ORIGINAL
           MOVE WS-RVC-REAVALIADO(WS-RVE-IDX) TO WS-RRD-REAVALIADO
           MOVE WS-RVC-VARIACAO(WS-RVE-IDX) TO WS-RRD-VARIACAO
           MOVE WS-RELRVC-DETALHE TO WS-RVC-LINHA
           PERFORM ESCREVER-LINHA-REAVAL
           ADD 1 TO WS-RVC-SUB-CONVERSOES
           ADD WS-RVC-VALOR(WS-RVE-IDX) TO WS-RVC-SUB-VALOR
           ADD WS-RVC-ORIGINAL(WS-RVE-IDX) TO WS-RVC-SUB-ORIGINAL
           ADD WS-RVC-REAVALIADO(WS-RVE-IDX) TO WS-RVC-SUB-REAVALIADO
           ADD WS-RVC-VARIACAO(WS-RVE-IDX) TO WS-RVC-SUB-VARIACAO.

       IMPRIMIR-CENTROS-REAVAL.
           IF WS-RELRVC-LINHAS >= 50
               PERFORM IMPRIMIR-CABECALHO-REAVAL
           END-IF
           MOVE SPACES TO WS-RVC-LINHA
           PERFORM ESCREVER-LINHA-REAVAL
           MOVE 'VARIACAO LIQUIDA POR CENTRO DE CUSTO (LANCADA NO GL)'
               TO WS-RVC-LINHA
           PERFORM ESCREVER-LINHA-REAVAL
           MOVE 1 TO WS-RVK-IDX
           PERFORM UNTIL WS-RVK-IDX > WS-RVK-QTD
               MOVE WS-RVK-CC(WS-RVK-IDX) TO WS-RRK-CC
               MOVE WS-RVK-CONVERSOES(WS-RVK-IDX) TO WS-RRK-CONVERSOES
               MOVE WS-RVK-ORIGINAL(WS-RVK-IDX) TO WS-RRK-ORIGINAL
               MOVE WS-RVK-REAVALIADO(WS-RVK-IDX) TO WS-RRK-REAVALIADO
               MOVE WS-RVK-VARIACAO(WS-RVK-IDX) TO WS-RRK-VARIACAO
               MOVE WS-RELRVC-CC TO WS-RVC-LINHA
               PERFORM ESCREVER-LINHA-REAVAL
               ADD 1 TO WS-RVK-IDX
           END-PERFORM.

       IMPRIMIR-TOTAIS-REAVAL.
           IF WS-RELRVC-LINHAS >= 45
               PERFORM IMPRIMIR-CABECALHO-REAVAL
           END-IF
           MOVE ALL '-' TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE 'Conversoes reavaliadas' TO WS-RRT-ROTULO
           MOVE WS-RVC-QTD TO WS-RRT-VALOR
           PERFORM IMPRIMIR-TOTAL-REAVAL
           MOVE 'Conversoes ja estornadas (fora)' TO WS-RRT-ROTULO
           MOVE WS-RVC-TOT-ESTORNADAS TO WS-RRT-VALOR
           PERFORM IMPRIMIR-TOTAL-REAVAL
           MOVE 'Conversoes sem par identificavel (fora)'
               TO WS-RRT-ROTULO
           MOVE WS-RVC-TOT-IGNORADAS TO WS-RRT-VALOR
           PERFORM IMPRIMIR-TOTAL-REAVAL
           MOVE 'Pares sem taxa de fechamento' TO WS-RRT-ROTULO
           MOVE WS-RVC-SEM-TAXA TO WS-RRT-VALOR
           PERFORM IMPRIMIR-TOTAL-REAVAL
           MOVE 'Total convertido na data' TO WS-RRV-ROTULO
           MOVE WS-RVC-TOT-ORIGINAL TO WS-RRV-VALOR
           MOVE WS-RELRVC-TOTAL-VALOR TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE 'Total reavaliado' TO WS-RRV-ROTULO
           MOVE WS-RVC-TOT-REAVALIADO TO WS-RRV-VALOR
           MOVE WS-RELRVC-TOTAL-VALOR TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE 'Variacao liquida (ganho/perda)' TO WS-RRV-ROTULO
           MOVE WS-RVC-TOT-VARIACAO TO WS-RRV-VALOR
           MOVE WS-RELRVC-TOTAL-VALOR TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE SPACES TO RELRVC-LINHA
           STRING 'SITUACAO: ' WS-RVC-SITUACAO
               DELIMITED BY SIZE INTO RELRVC-LINHA
           WRITE RELRVC-LINHA.

       IMPRIMIR-TOTAL-REAVAL.
           MOVE WS-RELRVC-TOTAL TO RELRVC-LINHA
           WRITE RELRVC-LINHA.

       ESCREVER-LINHA-REAVAL.
           IF WS-RELRVC-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-REAVAL
           END-IF
           MOVE WS-RVC-LINHA TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           ADD 1 TO WS-RELRVC-LINHAS.

       IMPRIMIR-CABECALHO-REAVAL.
           ADD 1 TO WS-RELRVC-PAGINA
           MOVE WS-PER-PERIODO TO WS-RRC1-PERIODO
           MOVE WS-RVC-DATA-FECHAMENTO TO WS-RRC1-FECHAMENTO
           MOVE WS-DATA-FORMATADA TO WS-RRC1-DATA
           MOVE WS-RELRVC-PAGINA TO WS-RRC1-PAGINA
           MOVE WS-RELRVC-CAB1 TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE WS-RELRVC-CAB2 TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE ALL '-' TO RELRVC-LINHA
           WRITE RELRVC-LINHA
           MOVE 3 TO WS-RELRVC-LINHAS.

      ******************************************************************
      * Jornal de alteracoes cadastrais: a manutencao de constantes,
      * cambio, operadores, centros de custo e orcamentos grava em
      * alteracoes.dat a imagem de antes e de depois de cada
      * alteracao; o supervisor consulta na tela ou imprime por
      * arquivo, chave, operador e faixa de datas, e obtem o valor
      * de uma constante ou centro de custo em uma data passada
      ******************************************************************
       GRAVAR-JORNAL.
           PERFORM OBTER-DATA-HORA
           MOVE 'N' TO WS-JOR-GRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-JOR-GRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND JORNAL-FILE WITH LOCK
               EVALUATE WS-JORNAL-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-JOR-GRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT JORNAL-FILE WITH LOCK
                       IF WS-JORNAL-STATUS = '00'
                           MOVE 'S' TO WS-JOR-GRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM
           IF WS-JOR-GRAVA-OK NOT = 'S'
               DISPLAY 'ATENCAO: Jornal de alteracoes em uso; '
                       'alteracao gravada sem registro no jornal.'
           ELSE
               MOVE WS-DATA-FORMATADA TO JR-DATA
               MOVE WS-HORA-FORMATADA TO JR-HORA
               MOVE WS-OPERADOR-ID TO JR-OPERADOR
               MOVE WS-JOR-ARQUIVO TO JR-ARQUIVO
               MOVE WS-JOR-ACAO TO JR-ACAO
               MOVE WS-JOR-CHAVE TO JR-CHAVE
               MOVE WS-JOR-ANTES TO JR-ANTES
               MOVE WS-JOR-DEPOIS TO JR-DEPOIS
               WRITE JORNAL-RECORD
               IF WS-JORNAL-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o jornal '
                           'de alteracoes!'
               END-IF
               CLOSE JORNAL-FILE
           END-IF
           MOVE SPACES TO WS-JOR-ACAO.

       JORNAL-ALTERACOES.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Jornal: C-Consultar I-Imprimir V-Valor em '
                       'Data F-Fim: ' WITH NO ADVANCING
               ACCEPT WS-JOR-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-JOR-OPCAO)
                   TO WS-JOR-OPCAO
               EVALUATE WS-JOR-OPCAO
                   WHEN 'C'
                       PERFORM LER-FILTROS-JORNAL
                       IF WS-JOR-FILTRO-OK = 'S'
                           PERFORM CONSULTAR-JORNAL
                       END-IF
                   WHEN 'I'
                       PERFORM LER-FILTROS-JORNAL
                       IF WS-JOR-FILTRO-OK = 'S'
                           PERFORM IMPRIMIR-JORNAL
                       END-IF
                   WHEN 'V'
                       PERFORM VALOR-EM-DATA-JORNAL
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LER-FILTROS-JORNAL.
           MOVE 'S' TO WS-JOR-FILTRO-OK
           DISPLAY 'Arquivo (CONSTANTES, CAMBIO, OPERADORES, '
                   'CENTROS, ORCAMENTOS, BACKUP, FORMULAS, '
                   'FERIADOS; branco = todos): '
               WITH NO ADVANCING
           ACCEPT WS-JOR-F-ARQUIVO
           MOVE FUNCTION UPPER-CASE(WS-JOR-F-ARQUIVO)
               TO WS-JOR-F-ARQUIVO
           IF WS-JOR-F-ARQUIVO NOT = SPACES AND
              WS-JOR-F-ARQUIVO NOT = 'CONSTANTES' AND
              WS-JOR-F-ARQUIVO NOT = 'CAMBIO' AND
              WS-JOR-F-ARQUIVO NOT = 'OPERADORES' AND
              WS-JOR-F-ARQUIVO NOT = 'CENTROS' AND
              WS-JOR-F-ARQUIVO NOT = 'ORCAMENTOS' AND
              WS-JOR-F-ARQUIVO NOT = 'BACKUP' AND
              WS-JOR-F-ARQUIVO NOT = 'FORMULAS' AND
              WS-JOR-F-ARQUIVO NOT = 'FERIADOS'
               DISPLAY 'Arquivo invalido.'
               MOVE 'N' TO WS-JOR-FILTRO-OK
           END-IF
           IF WS-JOR-FILTRO-OK = 'S'
               DISPLAY 'Chave ou inicio da chave (branco = todas): '
                   WITH NO ADVANCING
               ACCEPT WS-JOR-F-CHAVE
               MOVE FUNCTION UPPER-CASE(WS-JOR-F-CHAVE)
                   TO WS-JOR-F-CHAVE
               MOVE 20 TO WS-JOR-F-TAM
               PERFORM UNTIL WS-JOR-F-TAM = 0 OR
                             WS-JOR-F-CHAVE(WS-JOR-F-TAM:1)
                             NOT = SPACE
                   SUBTRACT 1 FROM WS-JOR-F-TAM
               END-PERFORM
               DISPLAY 'Operador (branco = todos): '
                   WITH NO ADVANCING
               ACCEPT WS-JOR-F-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-JOR-F-OPERADOR)
                   TO WS-JOR-F-OPERADOR
               DISPLAY 'Data inicial (AAAA-MM-DD, branco = sem '
                       'limite): ' WITH NO ADVANCING
               ACCEPT WS-JOR-F-DATA-INI
               IF WS-JOR-F-DATA-INI NOT = SPACES
                   MOVE WS-JOR-F-DATA-INI TO WS-DTU-TEXTO
                   PERFORM VALIDAR-DATA-TEXTO
                   IF WS-DTU-OK NOT = 'S'
                       DISPLAY 'Data invalida.'
                       MOVE 'N' TO WS-JOR-FILTRO-OK
                   END-IF
               END-IF
           END-IF
           IF WS-JOR-FILTRO-OK = 'S'
               DISPLAY 'Data final (AAAA-MM-DD, branco = sem '
                       'limite): ' WITH NO ADVANCING
               ACCEPT WS-JOR-F-DATA-FIM
               IF WS-JOR-F-DATA-FIM NOT = SPACES
                   MOVE WS-JOR-F-DATA-FIM TO WS-DTU-TEXTO
                   PERFORM VALIDAR-DATA-TEXTO
                   IF WS-DTU-OK NOT = 'S'
                       DISPLAY 'Data invalida.'
                       MOVE 'N' TO WS-JOR-FILTRO-OK
                   ELSE
                       IF WS-JOR-F-DATA-INI NOT = SPACES AND
                          WS-JOR-F-DATA-INI > WS-JOR-F-DATA-FIM
                           DISPLAY 'Data inicial maior que a final.'
                           MOVE 'N' TO WS-JOR-FILTRO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AVALIAR-FILTRO-JORNAL.
           MOVE 'S' TO WS-JOR-SELECIONADO
           IF WS-JOR-F-ARQUIVO NOT = SPACES AND
              JR-ARQUIVO NOT = WS-JOR-F-ARQUIVO
               MOVE 'N' TO WS-JOR-SELECIONADO
           END-IF
           IF WS-JOR-F-TAM > 0
               IF JR-CHAVE(1:WS-JOR-F-TAM) NOT =
                  WS-JOR-F-CHAVE(1:WS-JOR-F-TAM)
                   MOVE 'N' TO WS-JOR-SELECIONADO
               END-IF
           END-IF
           IF WS-JOR-F-OPERADOR NOT = SPACES AND
              JR-OPERADOR NOT = WS-JOR-F-OPERADOR
               MOVE 'N' TO WS-JOR-SELECIONADO
           END-IF
           IF WS-JOR-F-DATA-INI NOT = SPACES AND
              JR-DATA < WS-JOR-F-DATA-INI
               MOVE 'N' TO WS-JOR-SELECIONADO
           END-IF
           IF WS-JOR-F-DATA-FIM NOT = SPACES AND
              JR-DATA > WS-JOR-F-DATA-FIM
               MOVE 'N' TO WS-JOR-SELECIONADO
           END-IF.

       MONTAR-ACAO-JORNAL.
           EVALUATE JR-ACAO
               WHEN 'I'
                   MOVE 'INCLUSAO' TO WS-JOR-ACAO-TEXTO
               WHEN 'A'
                   MOVE 'ALTERACAO' TO WS-JOR-ACAO-TEXTO
               WHEN 'D'
                   MOVE 'DESATIVACAO' TO WS-JOR-ACAO-TEXTO
               WHEN 'R'
                   MOVE 'REATIVACAO' TO WS-JOR-ACAO-TEXTO
               WHEN 'M'
                   MOVE 'IMPORTACAO' TO WS-JOR-ACAO-TEXTO
               WHEN 'E'
                   MOVE 'EXCLUSAO' TO WS-JOR-ACAO-TEXTO
               WHEN OTHER
                   MOVE JR-ACAO TO WS-JOR-ACAO-TEXTO
           END-EVALUATE.

       CONSULTAR-JORNAL.
           MOVE 0 TO WS-JOR-QTD-SEL
           OPEN INPUT JORNAL-FILE
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'Nenhuma alteracao registrada no jornal.'
           ELSE
               MOVE 'N' TO WS-JORNAL-EOF
               PERFORM UNTIL WS-JORNAL-EOF = 'S'
                   READ JORNAL-FILE
                       AT END
                           MOVE 'S' TO WS-JORNAL-EOF
                       NOT AT END
                           PERFORM AVALIAR-FILTRO-JORNAL
                           IF WS-JOR-SELECIONADO = 'S'
                               ADD 1 TO WS-JOR-QTD-SEL
                               PERFORM EXIBIR-REGISTRO-JORNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
               DISPLAY ' '
               DISPLAY 'Alteracoes selecionadas: ' WS-JOR-QTD-SEL
           END-IF.

       EXIBIR-REGISTRO-JORNAL.
           PERFORM MONTAR-ACAO-JORNAL
           DISPLAY JR-DATA ' ' JR-HORA ' ' JR-OPERADOR ' '
                   JR-ARQUIVO ' ' WS-JOR-ACAO-TEXTO ' '
                   FUNCTION TRIM(JR-CHAVE)
           DISPLAY '    ANTES : ' FUNCTION TRIM(JR-ANTES)
           DISPLAY '    DEPOIS: ' FUNCTION TRIM(JR-DEPOIS).

       IMPRIMIR-JORNAL.
           MOVE 0 TO WS-JOR-QTD-SEL
           OPEN INPUT JORNAL-FILE
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'Nenhuma alteracao registrada no jornal.'
           ELSE
               OPEN OUTPUT RELJOR-FILE
               IF WS-RELJOR-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gerar o relatorio '
                           'do jornal!'
               ELSE
                   PERFORM OBTER-DATA-HORA
                   MOVE 0 TO WS-RELJOR-PAGINA
                   PERFORM IMPRIMIR-CABECALHO-JORNAL
                   MOVE 'N' TO WS-JORNAL-EOF
                   PERFORM UNTIL WS-JORNAL-EOF = 'S'
                       READ JORNAL-FILE
                           AT END
                               MOVE 'S' TO WS-JORNAL-EOF
                           NOT AT END
                               PERFORM AVALIAR-FILTRO-JORNAL
                               IF WS-JOR-SELECIONADO = 'S'
                                   ADD 1 TO WS-JOR-QTD-SEL
                                   PERFORM IMPRIMIR-REGISTRO-JORNAL
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ALL '-' TO RELJOR-LINHA
                   WRITE RELJOR-LINHA
                   MOVE SPACES TO RELJOR-LINHA
                   STRING 'TOTAL DE ALTERACOES: ' WS-JOR-QTD-SEL
                       DELIMITED BY SIZE INTO RELJOR-LINHA
                   WRITE RELJOR-LINHA
                   CLOSE RELJOR-FILE
                   DISPLAY 'Relatorio gravado em '
                           FUNCTION TRIM(WS-RELJOR-FILENAME)
                           ' (' WS-JOR-QTD-SEL ' alteracoes).'
               END-IF
               CLOSE JORNAL-FILE
           END-IF.

       IMPRIMIR-REGISTRO-JORNAL.
           IF WS-RELJOR-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-JORNAL
           END-IF
           PERFORM MONTAR-ACAO-JORNAL
           MOVE JR-DATA TO WS-RJD-DATA
           MOVE JR-HORA TO WS-RJD-HORA
           MOVE JR-OPERADOR TO WS-RJD-OPERADOR
           MOVE JR-ARQUIVO TO WS-RJD-ARQUIVO
           MOVE WS-JOR-ACAO-TEXTO TO WS-RJD-ACAO
           MOVE JR-CHAVE TO WS-RJD-CHAVE
           MOVE WS-RELJOR-DETALHE TO RELJOR-LINHA
           WRITE RELJOR-LINHA
           MOVE 'ANTES :' TO WS-RJI-ROTULO
           MOVE JR-ANTES TO WS-RJI-TEXTO
           MOVE WS-RELJOR-IMAGEM TO RELJOR-LINHA
           WRITE RELJOR-LINHA
           MOVE 'DEPOIS:' TO WS-RJI-ROTULO
           MOVE JR-DEPOIS TO WS-RJI-TEXTO
           MOVE WS-RELJOR-IMAGEM TO RELJOR-LINHA
           WRITE RELJOR-LINHA
           ADD 3 TO WS-RELJOR-LINHAS.

       IMPRIMIR-CABECALHO-JORNAL.
           ADD 1 TO WS-RELJOR-PAGINA
           MOVE WS-DATA-FORMATADA TO WS-RJC1-DATA
           MOVE WS-RELJOR-PAGINA TO WS-RJC1-PAGINA
           MOVE WS-RELJOR-CAB1 TO RELJOR-LINHA
           WRITE RELJOR-LINHA
           IF WS-JOR-F-ARQUIVO = SPACES
               MOVE 'TODOS' TO WS-RJC2-ARQUIVO
           ELSE
               MOVE WS-JOR-F-ARQUIVO TO WS-RJC2-ARQUIVO
           END-IF
           IF WS-JOR-F-CHAVE = SPACES
               MOVE 'TODAS' TO WS-RJC2-CHAVE
           ELSE
               MOVE WS-JOR-F-CHAVE TO WS-RJC2-CHAVE
           END-IF
           IF WS-JOR-F-OPERADOR = SPACES
               MOVE 'TODOS' TO WS-RJC2-OPERADOR
           ELSE
               MOVE WS-JOR-F-OPERADOR TO WS-RJC2-OPERADOR
           END-IF
           IF WS-JOR-F-DATA-INI = SPACES
               MOVE 'INICIO' TO WS-RJC2-DATA-INI
           ELSE
               MOVE WS-JOR-F-DATA-INI TO WS-RJC2-DATA-INI
           END-IF
           IF WS-JOR-F-DATA-FIM = SPACES
               MOVE 'HOJE' TO WS-RJC2-DATA-FIM
           ELSE
               MOVE WS-JOR-F-DATA-FIM TO WS-RJC2-DATA-FIM
           END-IF
           MOVE WS-RELJOR-CAB2 TO RELJOR-LINHA
           WRITE RELJOR-LINHA
           MOVE ALL '-' TO RELJOR-LINHA
           WRITE RELJOR-LINHA
           MOVE 3 TO WS-RELJOR-LINHAS.

      * Valor de uma constante ou da descricao de um centro de custo
      * em uma data: a ultima alteracao do jornal ate a data da o
      * valor; sem alteracao ate la, vale o "antes" da primeira
      * alteracao posterior (ou a chave ainda nao existia, se essa
      * foi a inclusao); sem nada no jornal, so o valor atual
       VALOR-EM-DATA-JORNAL.
           DISPLAY 'Arquivo (CONSTANTES ou CENTROS): '
               WITH NO ADVANCING
           ACCEPT WS-JOR-F-ARQUIVO
           MOVE FUNCTION UPPER-CASE(WS-JOR-F-ARQUIVO)
               TO WS-JOR-F-ARQUIVO
           IF WS-JOR-F-ARQUIVO NOT = 'CONSTANTES' AND
              WS-JOR-F-ARQUIVO NOT = 'CENTROS'
               DISPLAY 'Arquivo invalido.'
           ELSE
               DISPLAY 'Chave (nome da constante ou codigo do '
                       'centro): ' WITH NO ADVANCING
               ACCEPT WS-JOR-F-CHAVE
               MOVE FUNCTION UPPER-CASE(WS-JOR-F-CHAVE)
                   TO WS-JOR-F-CHAVE
               DISPLAY 'Data (AAAA-MM-DD): ' WITH NO ADVANCING
               ACCEPT WS-JOR-DATA-REF
               MOVE WS-JOR-DATA-REF TO WS-DTU-TEXTO
               PERFORM VALIDAR-DATA-TEXTO
               IF WS-JOR-F-CHAVE = SPACES OR WS-DTU-OK NOT = 'S'
                   DISPLAY 'Chave ou data invalida.'
               ELSE
                   PERFORM PESQUISAR-VALOR-JORNAL
                   PERFORM EXIBIR-VALOR-EM-DATA
               END-IF
           END-IF.

       PESQUISAR-VALOR-JORNAL.
           MOVE 'N' TO WS-JOR-ACHOU-ANT
           MOVE 'N' TO WS-JOR-ACHOU-POS
           OPEN INPUT JORNAL-FILE
           IF WS-JORNAL-STATUS = '00'
               MOVE 'N' TO WS-JORNAL-EOF
               PERFORM UNTIL WS-JORNAL-EOF = 'S'
                   READ JORNAL-FILE
                       AT END
                           MOVE 'S' TO WS-JORNAL-EOF
                       NOT AT END
                           IF JR-ARQUIVO = WS-JOR-F-ARQUIVO AND
                              JR-CHAVE = WS-JOR-F-CHAVE
                               PERFORM AVALIAR-VALOR-JORNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF.

       AVALIAR-VALOR-JORNAL.
           IF JR-DATA <= WS-JOR-DATA-REF
               MOVE 'S' TO WS-JOR-ACHOU-ANT
               MOVE JR-DATA TO WS-JOR-ANT-DATA
               MOVE JR-HORA TO WS-JOR-ANT-HORA
               MOVE JR-OPERADOR TO WS-JOR-ANT-OPERADOR
               MOVE JR-ACAO TO WS-JOR-ANT-ACAO
               MOVE JR-DEPOIS TO WS-JOR-ANT-DEPOIS
           ELSE
               IF WS-JOR-ACHOU-POS NOT = 'S'
                   MOVE 'S' TO WS-JOR-ACHOU-POS
                   MOVE JR-DATA TO WS-JOR-POS-DATA
                   MOVE JR-ACAO TO WS-JOR-POS-ACAO
                   MOVE JR-ANTES TO WS-JOR-POS-ANTES
               END-IF
           END-IF.

       EXIBIR-VALOR-EM-DATA.
           IF WS-JOR-ACHOU-ANT = 'S'
               DISPLAY 'Valor em ' WS-JOR-DATA-REF ': '
                       FUNCTION TRIM(WS-JOR-ANT-DEPOIS)
               DISPLAY '  (em vigor desde ' WS-JOR-ANT-DATA ' '
                       WS-JOR-ANT-HORA ', gravado por '
                       FUNCTION TRIM(WS-JOR-ANT-OPERADOR) ')'
           ELSE
           IF WS-JOR-ACHOU-POS = 'S'
               IF WS-JOR-POS-ACAO = 'I'
                   DISPLAY 'Em ' WS-JOR-DATA-REF ' a chave ainda nao '
                           'existia (incluida em ' WS-JOR-POS-DATA
                           ').'
               ELSE
                   DISPLAY 'Valor em ' WS-JOR-DATA-REF ': '
                           FUNCTION TRIM(WS-JOR-POS-ANTES)
                   DISPLAY '  (valor anterior a primeira alteracao '
                           'registrada, em ' WS-JOR-POS-DATA ')'
               END-IF
           ELSE
               PERFORM EXIBIR-VALOR-ATUAL-JORNAL
           END-IF
           END-IF.

       EXIBIR-VALOR-ATUAL-JORNAL.
           IF WS-JOR-F-ARQUIVO = 'CONSTANTES'
               PERFORM CARREGAR-CONSTANTES
               MOVE WS-JOR-F-CHAVE TO WS-NOME-TOKEN
               PERFORM LOCALIZAR-CONSTANTE
               IF WS-CONST-ACHOU = 'S'
                   MOVE WS-CONST-VALOR(WS-CONST-IDX) TO WS-VALOR-EDIT
                   DISPLAY 'Sem alteracoes no jornal; valor atual: '
                           FUNCTION TRIM(WS-VALOR-EDIT)
                           ' (sem data de origem registrada)'
               ELSE
                   DISPLAY 'Constante nao cadastrada e sem '
                           'alteracoes no jornal.'
               END-IF
           ELSE
               PERFORM CARREGAR-CENTROS-CUSTO
               MOVE WS-JOR-F-CHAVE TO WS-CC-BUSCA
               PERFORM LOCALIZAR-CENTRO-CUSTO
               IF WS-CCU-ACHOU = 'S'
                   DISPLAY 'Sem alteracoes no jornal; descricao '
                           'atual: '
                           FUNCTION TRIM(WS-CCU-DESCRICAO(WS-CCU-IDX))
                           ' (sem data de origem registrada)'
               ELSE
                   DISPLAY 'Centro de custo nao cadastrado e sem '
                           'alteracoes no jornal.'
               END-IF
           END-IF.

      ******************************************************************
      * Reexecucao dos logs arquivados: o supervisor escolhe uma data
      * ou faixa de datas do catalogo (log_arquivos.dat) e cada
      * registro simples, cientifico ou de expressao sem erro passa
      * de novo por CALCULAR-RESULTADO, CALCULAR-RESULTADO-CIENTIFICO
      * ou PROCESSAR-EXPRESSAO; as divergencias com LOG-RESULTADO
      * saem em reexecucao_log.txt. Nada e gravado no log nem no GL
      ******************************************************************
       REEXECUTAR-LOGS-ARQUIVADOS.
           PERFORM CARREGAR-CATALOGO
           IF WS-CAT-QTD = 0
               DISPLAY 'Nenhum log arquivado no catalogo.'
           ELSE
               DISPLAY ' '
               DISPLAY 'Logs arquivados:'
               MOVE 1 TO WS-RPL-CAT-IDX
               PERFORM UNTIL WS-RPL-CAT-IDX > WS-CAT-QTD
                   DISPLAY '  ' WS-CAT-DATA(WS-RPL-CAT-IDX) ' '
                           FUNCTION TRIM(
                               WS-CAT-ARQUIVO(WS-RPL-CAT-IDX))
                   ADD 1 TO WS-RPL-CAT-IDX
               END-PERFORM
               PERFORM LER-FAIXA-REEXECUCAO
               IF WS-RPL-DATA-INI NOT = SPACES
                   PERFORM EXECUTAR-REEXECUCAO
               END-IF
           END-IF.

      * Devolve WS-RPL-DATA-INI em branco quando a faixa e invalida
       LER-FAIXA-REEXECUCAO.
           DISPLAY 'Data inicial (AAAA-MM-DD): ' WITH NO ADVANCING
           ACCEPT WS-RPL-DATA-INI
           DISPLAY 'Data final (AAAA-MM-DD, branco = a mesma): '
               WITH NO ADVANCING
           ACCEPT WS-RPL-DATA-FIM
           IF WS-RPL-DATA-FIM = SPACES
               MOVE WS-RPL-DATA-INI TO WS-RPL-DATA-FIM
           END-IF
           MOVE WS-RPL-DATA-INI TO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           IF WS-DTU-OK = 'S'
               MOVE WS-RPL-DATA-FIM TO WS-DTU-TEXTO
               PERFORM VALIDAR-DATA-TEXTO
           END-IF
           IF WS-DTU-OK NOT = 'S'
               DISPLAY 'Data invalida.'
               MOVE SPACES TO WS-RPL-DATA-INI
           ELSE
               IF WS-RPL-DATA-INI > WS-RPL-DATA-FIM
                   DISPLAY 'Data inicial maior que a final.'
                   MOVE SPACES TO WS-RPL-DATA-INI
               END-IF
           END-IF.

       EXECUTAR-REEXECUCAO.
           PERFORM OBTER-DATA-HORA
           MOVE 0 TO WS-RPL-TOT-ARQUIVOS
           MOVE 0 TO WS-RPL-TOT-AUSENTES
           MOVE 0 TO WS-RPL-TOT-LIDOS
           MOVE 0 TO WS-RPL-TOT-FORA
           MOVE 0 TO WS-RPL-TOT-REEXECUTADOS
           MOVE 0 TO WS-RPL-TOT-CONFEREM
           MOVE 0 TO WS-RPL-TOT-DIVERGENTES
           MOVE 0 TO WS-RPL-TOT-PULADOS
           MOVE 0 TO WS-RPL-PUL-CONSTANTE
           MOVE 0 TO WS-RPL-PUL-MEMORIA
           MOVE 0 TO WS-RPL-PUL-NOME
           MOVE 0 TO WS-RPL-PUL-LIBERACAO
           PERFORM CARREGAR-CONSTANTES
           PERFORM CARREGAR-ALTERACOES-CONSTANTES
           OPEN OUTPUT RELRPL-FILE
           IF WS-RELRPL-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gerar o relatorio da '
                       'reexecucao!'
           ELSE
               MOVE 0 TO WS-RELRPL-PAGINA
               PERFORM IMPRIMIR-CABECALHO-REEXECUCAO
               MOVE 1 TO WS-RPL-CAT-IDX
               PERFORM UNTIL WS-RPL-CAT-IDX > WS-CAT-QTD
                   IF WS-CAT-DATA(WS-RPL-CAT-IDX) >= WS-RPL-DATA-INI
                      AND WS-CAT-DATA(WS-RPL-CAT-IDX) <=
                      WS-RPL-DATA-FIM
                       MOVE WS-CAT-ARQUIVO(WS-RPL-CAT-IDX)
                           TO WS-RPL-ARQUIVO
                       PERFORM REEXECUTAR-ARQUIVO-LOG
                   END-IF
                   ADD 1 TO WS-RPL-CAT-IDX
               END-PERFORM
               PERFORM IMPRIMIR-TOTAIS-REEXECUCAO
               CLOSE RELRPL-FILE
               DISPLAY ' '
               DISPLAY 'Arquivos lidos:            ' WS-RPL-TOT-ARQUIVOS
               DISPLAY 'Arquivos ausentes:         ' WS-RPL-TOT-AUSENTES
               DISPLAY 'Registros reexecutados:    '
                       WS-RPL-TOT-REEXECUTADOS
               DISPLAY 'Conferem:                  '
                       WS-RPL-TOT-CONFEREM
               DISPLAY 'Divergentes:               '
                       WS-RPL-TOT-DIVERGENTES
               DISPLAY 'Pulados:                   ' WS-RPL-TOT-PULADOS
               DISPLAY 'Relatorio gravado em '
                       FUNCTION TRIM(WS-RELRPL-FILENAME)
           END-IF.

      * Ultima data e hora em que cada constante foi incluida ou
      * alterada, segundo o jornal de alteracoes cadastrais
       CARREGAR-ALTERACOES-CONSTANTES.
           MOVE 0 TO WS-RPK-QTD
           MOVE 'N' TO WS-RPK-OVERFLOW
           OPEN INPUT JORNAL-FILE
           IF WS-JORNAL-STATUS = '00'
               MOVE 'N' TO WS-JORNAL-EOF
               PERFORM UNTIL WS-JORNAL-EOF = 'S'
                   READ JORNAL-FILE
                       AT END
                           MOVE 'S' TO WS-JORNAL-EOF
                       NOT AT END
                           IF JR-ARQUIVO = 'CONSTANTES'
                               PERFORM ANOTAR-ALTERACAO-CONSTANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF.

       ANOTAR-ALTERACAO-CONSTANTE.
           MOVE JR-CHAVE TO WS-NOME-TOKEN
           PERFORM LOCALIZAR-ALTERACAO-CONSTANTE
           IF WS-RPK-ACHOU NOT = 'S'
               IF WS-RPK-QTD >= 200
                   MOVE 'S' TO WS-RPK-OVERFLOW
               ELSE
                   ADD 1 TO WS-RPK-QTD
                   MOVE WS-RPK-QTD TO WS-RPK-IDX
                   MOVE WS-NOME-TOKEN TO WS-RPK-NOME(WS-RPK-IDX)
                   MOVE 'S' TO WS-RPK-ACHOU
               END-IF
           END-IF
           IF WS-RPK-ACHOU = 'S'
               STRING JR-DATA JR-HORA
                   DELIMITED BY SIZE INTO WS-RPK-ALTERADA(WS-RPK-IDX)
           END-IF.

       LOCALIZAR-ALTERACAO-CONSTANTE.
           MOVE 'N' TO WS-RPK-ACHOU
           MOVE 1 TO WS-RPK-IDX
           PERFORM UNTIL WS-RPK-IDX > WS-RPK-QTD OR
                         WS-RPK-ACHOU = 'S'
               IF WS-RPK-NOME(WS-RPK-IDX) = WS-NOME-TOKEN
                   MOVE 'S' TO WS-RPK-ACHOU
               ELSE
                   ADD 1 TO WS-RPK-IDX
               END-IF
           END-PERFORM.

       REEXECUTAR-ARQUIVO-LOG.
           OPEN INPUT REEXEC-LOG-FILE
           IF WS-RPL-STATUS NOT = '00'
               ADD 1 TO WS-RPL-TOT-AUSENTES
               MOVE 'ARQUIVO AUSENTE:' TO WS-RPX-ROTULO
               MOVE WS-RPL-ARQUIVO TO WS-RPX-TEXTO
               PERFORM ESCREVER-COMPLEMENTO-REEXEC
           ELSE
               ADD 1 TO WS-RPL-TOT-ARQUIVOS
               MOVE 'ARQUIVO:' TO WS-RPX-ROTULO
               MOVE WS-RPL-ARQUIVO TO WS-RPX-TEXTO
               PERFORM ESCREVER-COMPLEMENTO-REEXEC
               MOVE 'N' TO WS-RPL-EOF
               PERFORM UNTIL WS-RPL-EOF = 'S'
                   READ REEXEC-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-RPL-EOF
                       NOT AT END
                           ADD 1 TO WS-RPL-TOT-LIDOS
                           PERFORM REEXECUTAR-REGISTRO-LOG
                   END-READ
               END-PERFORM
               CLOSE REEXEC-LOG-FILE
           END-IF.

       REEXECUTAR-REGISTRO-LOG.
           IF (RX-TIPO-CALCULO = 'S' OR RX-TIPO-CALCULO = 'C' OR
               RX-TIPO-CALCULO = 'E') AND RX-ERRO-FLAG = 'N'
               MOVE 'N' TO WS-RPL-PULAR
               MOVE SPACES TO WS-RPL-MOTIVO
               MOVE SPACES TO WS-RPL-DATA-HORA-REG
               STRING RX-DATA RX-HORA
                   DELIMITED BY SIZE INTO WS-RPL-DATA-HORA-REG
               EVALUATE RX-TIPO-CALCULO
                   WHEN 'S'
                       MOVE RX-OPERANDO1 TO WS-PRIMEIRO-NUMERO
                       MOVE RX-OPERANDO2 TO WS-SEGUNDO-NUMERO
                       MOVE RX-OPERADOR-CHAR(1:1) TO WS-OPERADOR
                       PERFORM CALCULAR-RESULTADO
                   WHEN 'C'
                       MOVE RX-OPERANDO1 TO WS-PRIMEIRO-NUMERO
                       MOVE RX-OPERANDO2 TO WS-SEGUNDO-NUMERO
                       MOVE RX-OPERADOR-CHAR TO WS-OPERADOR-CIENTIFICO
                       PERFORM CALCULAR-RESULTADO-CIENTIFICO
                   WHEN OTHER
      *                A liberacao de um retido nao traz a expressao;
      *                o registro retido de origem e reexecutado
                       IF RX-EXPRESSAO-TXT(1:10) = 'LIBERADO #'
                           MOVE 'S' TO WS-RPL-PULAR
                           MOVE 'L' TO WS-RPL-MOTIVO
                       ELSE
                           MOVE RX-EXPRESSAO-TXT TO WS-EXPRESSAO
                           MOVE 'S' TO WS-RPL-ATIVO
                           PERFORM PROCESSAR-EXPRESSAO
                           MOVE 'N' TO WS-RPL-ATIVO
                       END-IF
               END-EVALUATE
               IF WS-RPL-PULAR = 'S'
                   PERFORM CONTAR-PULADO-REEXECUCAO
               ELSE
                   ADD 1 TO WS-RPL-TOT-REEXECUTADOS
                   IF WS-ERRO-FLAG = 'N' AND
                      WS-RESULTADO = RX-RESULTADO
                       ADD 1 TO WS-RPL-TOT-CONFEREM
                   ELSE
                       ADD 1 TO WS-RPL-TOT-DIVERGENTES
                       PERFORM IMPRIMIR-DIVERGENCIA-REEXEC
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-RPL-TOT-FORA
           END-IF.

      * Chamado por PROCESSAR-NOME-CONSTANTE durante a reexecucao:
      * registrador de memoria, constante alterada depois do
      * registro ou nome que nao existe mais tornam o registro
      * irreproduzivel
       AVALIAR-NOME-REEXECUCAO.
           IF WS-RPL-PULAR NOT = 'S'
               PERFORM LOCALIZAR-REGISTRADOR
               IF WS-REG-ACHOU = 'S'
                   MOVE 'S' TO WS-RPL-PULAR
                   MOVE 'M' TO WS-RPL-MOTIVO
               ELSE
                   PERFORM LOCALIZAR-CONSTANTE
                   IF WS-CONST-ACHOU NOT = 'S'
                       MOVE 'S' TO WS-RPL-PULAR
                       MOVE 'N' TO WS-RPL-MOTIVO
                   ELSE
                       PERFORM LOCALIZAR-ALTERACAO-CONSTANTE
                       IF WS-RPK-ACHOU = 'S'
      *                    No mesmo segundo nao da para saber a
      *                    ordem; o registro e pulado
                           IF WS-RPK-ALTERADA(WS-RPK-IDX) >=
                              WS-RPL-DATA-HORA-REG
                               MOVE 'S' TO WS-RPL-PULAR
                               MOVE 'K' TO WS-RPL-MOTIVO
                           END-IF
                       ELSE
                           IF WS-RPK-OVERFLOW = 'S'
                               MOVE 'S' TO WS-RPL-PULAR
                               MOVE 'K' TO WS-RPL-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTAR-PULADO-REEXECUCAO.
           ADD 1 TO WS-RPL-TOT-PULADOS
           EVALUATE WS-RPL-MOTIVO
               WHEN 'K'
                   ADD 1 TO WS-RPL-PUL-CONSTANTE
               WHEN 'M'
                   ADD 1 TO WS-RPL-PUL-MEMORIA
               WHEN 'N'
                   ADD 1 TO WS-RPL-PUL-NOME
               WHEN OTHER
                   ADD 1 TO WS-RPL-PUL-LIBERACAO
           END-EVALUATE.

       IMPRIMIR-DIVERGENCIA-REEXEC.
           IF WS-RELRPL-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-REEXECUCAO
           END-IF
           IF WS-ERRO-FLAG = 'S'
               MOVE 0 TO WS-RESULTADO
           END-IF
           COMPUTE WS-RPL-DIFERENCA = WS-RESULTADO - RX-RESULTADO
           MOVE RX-DATA TO WS-RPD-DATA
           MOVE RX-HORA TO WS-RPD-HORA
           MOVE RX-OPERADOR-ID TO WS-RPD-OPERADOR
           MOVE RX-TIPO-CALCULO TO WS-RPD-TIPO
           MOVE RX-OPERADOR-CHAR TO WS-RPD-OPER
           MOVE RX-OPERANDO1 TO WS-RPD-OPERANDO1
           MOVE RX-OPERANDO2 TO WS-RPD-OPERANDO2
           MOVE RX-RESULTADO TO WS-RPD-RES-LOG
           MOVE WS-RESULTADO TO WS-RPD-RES-ATUAL
           MOVE WS-RPL-DIFERENCA TO WS-RPD-DIFERENCA
           MOVE WS-RELRPL-DETALHE TO RELRPL-LINHA
           WRITE RELRPL-LINHA
           ADD 1 TO WS-RELRPL-LINHAS
           IF RX-TIPO-CALCULO = 'E'
               MOVE 'EXPRESSAO:' TO WS-RPX-ROTULO
               MOVE RX-EXPRESSAO-TXT TO WS-RPX-TEXTO
               PERFORM ESCREVER-COMPLEMENTO-REEXEC
           END-IF
           IF WS-ERRO-FLAG = 'S'
               MOVE 'ERRO NA REEXECUCAO:' TO WS-RPX-ROTULO
               MOVE WS-ERRO-TIPO TO WS-RPX-TEXTO
               PERFORM ESCREVER-COMPLEMENTO-REEXEC
           END-IF.

       ESCREVER-COMPLEMENTO-REEXEC.
           IF WS-RELRPL-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-REEXECUCAO
           END-IF
           MOVE WS-RELRPL-COMPLEMENTO TO RELRPL-LINHA
           WRITE RELRPL-LINHA
           ADD 1 TO WS-RELRPL-LINHAS.

       IMPRIMIR-TOTAIS-REEXECUCAO.
           MOVE ALL '-' TO RELRPL-LINHA
           WRITE RELRPL-LINHA
           MOVE 'ARQUIVOS LIDOS' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-ARQUIVOS TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE 'ARQUIVOS CATALOGADOS AUSENTES' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-AUSENTES TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE 'REGISTROS LIDOS' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-LIDOS TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE 'FORA DO ESCOPO (OUTROS TIPOS OU COM ERRO)'
               TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-FORA TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE 'REEXECUTADOS' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-REEXECUTADOS TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE '  CONFEREM' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-CONFEREM TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE '  DIVERGENTES' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-DIVERGENTES TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE 'PULADOS' TO WS-RPT-ROTULO
           MOVE WS-RPL-TOT-PULADOS TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE '  CONSTANTE ALTERADA DEPOIS DO REGISTRO'
               TO WS-RPT-ROTULO
           MOVE WS-RPL-PUL-CONSTANTE TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE '  REGISTRADOR DE MEMORIA (M1-M9, ANS)'
               TO WS-RPT-ROTULO
           MOVE WS-RPL-PUL-MEMORIA TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE '  NOME NAO MAIS DEFINIDO' TO WS-RPT-ROTULO
           MOVE WS-RPL-PUL-NOME TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE '  LIBERACAO DE RETIDO SEM EXPRESSAO'
               TO WS-RPT-ROTULO
           MOVE WS-RPL-PUL-LIBERACAO TO WS-RPT-VALOR
           PERFORM ESCREVER-TOTAL-REEXECUCAO
           MOVE SPACES TO RELRPL-LINHA
           STRING 'ALTERACOES DE CONSTANTES SAO CONHECIDAS PELO '
                  'JORNAL DE ALTERACOES (alteracoes.dat)'
                  DELIMITED BY SIZE INTO RELRPL-LINHA
           WRITE RELRPL-LINHA.

       ESCREVER-TOTAL-REEXECUCAO.
           MOVE WS-RELRPL-TOTAL TO RELRPL-LINHA
           WRITE RELRPL-LINHA.

       IMPRIMIR-CABECALHO-REEXECUCAO.
           ADD 1 TO WS-RELRPL-PAGINA
           MOVE WS-RPL-DATA-INI TO WS-RPC1-DATA-INI
           MOVE WS-RPL-DATA-FIM TO WS-RPC1-DATA-FIM
           MOVE WS-DATA-FORMATADA TO WS-RPC1-DATA
           MOVE WS-RELRPL-PAGINA TO WS-RPC1-PAGINA
           MOVE WS-RELRPL-CAB1 TO RELRPL-LINHA
           WRITE RELRPL-LINHA
           MOVE WS-RELRPL-CAB2 TO RELRPL-LINHA
           WRITE RELRPL-LINHA
           MOVE ALL '-' TO RELRPL-LINHA
           WRITE RELRPL-LINHA
           MOVE 3 TO WS-RELRPL-LINHAS.

      * Geracao de backup do fechamento: copia cada cadastro e
      * arquivo de controle para a area de backup com o nome
      * AAAAMMDD_arquivo, anota a contagem de registros e regrava o
      * catalogo removendo as geracoes alem do numero mantido
       GERAR-BACKUP-DIA.
           PERFORM CARREGAR-PARAMETRO-BACKUP
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-BACKUP-GERACAO
           CALL 'CBL_CREATE_DIR' USING WS-BACKUP-DIRETORIO
           MOVE 0 TO WS-BKP-TOT-ARQUIVOS
           MOVE 0 TO WS-BKP-TOT-REGISTROS
           MOVE 0 TO WS-BKP-TOT-ERROS
           MOVE 'S' TO WS-BKP-OBRIGATORIO
           MOVE WS-OPERADOR-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-CONSTANTE-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-CAMBIO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-MOEDA-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-CENTRO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-PENDENTE-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-GL-CONTROLE-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-GL-ENVIO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-LOTE-REG-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-RESUMO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-CATALOGO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-ESTORNO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-CONTRATO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-PARCELA-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-PERIODO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-REAVAL-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-ORCAMENTO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-JORNAL-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-FORMULA-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
           MOVE WS-FERIADO-FILENAME TO WS-BKP-ARQ-NOME
           PERFORM COPIAR-ARQUIVO-GERACAO
      *    Arquivo de memoria de cada operador cadastrado
           MOVE 'N' TO WS-BKP-OBRIGATORIO
           PERFORM CARREGAR-OPERADORES
           MOVE 1 TO WS-OPE-IDX
           PERFORM UNTIL WS-OPE-IDX > WS-OPE-QTD
               MOVE SPACES TO WS-BKP-ARQ-NOME
               STRING 'mem_' FUNCTION TRIM(WS-OPE-ID(WS-OPE-IDX))
                      '.dat'
                      DELIMITED BY SIZE INTO WS-BKP-ARQ-NOME
               PERFORM COPIAR-ARQUIVO-GERACAO
               ADD 1 TO WS-OPE-IDX
           END-PERFORM
           PERFORM GRAVAR-CATALOGO-BACKUP
           MOVE WS-BKP-TOT-ARQUIVOS TO WS-BKP-REGS-EDIT
           MOVE WS-BKP-TOT-REGISTROS TO WS-BKP-TOTAL-EDIT
           DISPLAY 'Backup ' WS-BACKUP-GERACAO ' gravado: '
                   FUNCTION TRIM(WS-BKP-REGS-EDIT) ' arquivos, '
                   FUNCTION TRIM(WS-BKP-TOTAL-EDIT) ' registros.'
           IF WS-BKP-TOT-ERROS > 0
               DISPLAY 'ATENCAO: ' WS-BKP-TOT-ERROS
                       ' arquivo(s) nao copiado(s); ver backups.dat.'
           END-IF.

       COPIAR-ARQUIVO-GERACAO.
           MOVE WS-BKP-ARQ-NOME TO WS-BKP-ORIGEM
           MOVE SPACES TO WS-BKP-DESTINO
           STRING FUNCTION TRIM(WS-BACKUP-DIRETORIO) '/'
                  WS-BACKUP-GERACAO '_'
                  FUNCTION TRIM(WS-BKP-ARQ-NOME)
                  DELIMITED BY SIZE INTO WS-BKP-DESTINO
           PERFORM COPIAR-ARQUIVO-BKP
           IF WS-BKP-RESULTADO = 'A' AND WS-BKP-OBRIGATORIO = 'N'
               CONTINUE
           ELSE
               IF WS-BKP-QTD >= 100
                   DISPLAY 'AVISO: Tabela do backup cheia; '
                           FUNCTION TRIM(WS-BKP-ARQ-NOME)
                           ' fora do catalogo.'
               ELSE
                   ADD 1 TO WS-BKP-QTD
                   MOVE WS-BKP-ARQ-NOME TO WS-BKP-ARQUIVO(WS-BKP-QTD)
                   MOVE WS-BKP-DESTINO TO WS-BKP-COPIA(WS-BKP-QTD)
                   MOVE WS-BKP-CONTADOR TO WS-BKP-REGS(WS-BKP-QTD)
                   MOVE WS-BKP-RESULTADO TO WS-BKP-SIT(WS-BKP-QTD)
                   IF WS-BKP-RESULTADO = 'A'
                       MOVE SPACES TO WS-BKP-COPIA(WS-BKP-QTD)
                   END-IF
               END-IF
               EVALUATE WS-BKP-RESULTADO
                   WHEN 'C'
                       ADD 1 TO WS-BKP-TOT-ARQUIVOS
                       ADD WS-BKP-CONTADOR TO WS-BKP-TOT-REGISTROS
                   WHEN 'E'
                       ADD 1 TO WS-BKP-TOT-ERROS
                       DISPLAY 'ERRO: Nao foi possivel copiar '
                               FUNCTION TRIM(WS-BKP-ARQ-NOME)
                               ' para a area de backup!'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Copia WS-BKP-ORIGEM para WS-BKP-DESTINO contando os
      * registros; WS-BKP-RESULTADO: C-copiado, A-origem ausente,
      * E-erro de abertura ou gravacao
       COPIAR-ARQUIVO-BKP.
           MOVE 0 TO WS-BKP-CONTADOR
           OPEN INPUT BKP-ORIGEM-FILE
           IF WS-BKP-ORIGEM-STATUS = '35'
               MOVE 'A' TO WS-BKP-RESULTADO
           ELSE
           IF WS-BKP-ORIGEM-STATUS NOT = '00'
               MOVE 'E' TO WS-BKP-RESULTADO
           ELSE
               OPEN OUTPUT BKP-DESTINO-FILE
               IF WS-BKP-DESTINO-STATUS NOT = '00'
                   MOVE 'E' TO WS-BKP-RESULTADO
               ELSE
                   MOVE 'C' TO WS-BKP-RESULTADO
                   MOVE 'N' TO WS-BKP-EOF
                   PERFORM UNTIL WS-BKP-EOF = 'S'
                       READ BKP-ORIGEM-FILE
                           AT END
                               MOVE 'S' TO WS-BKP-EOF
                           NOT AT END
                               MOVE BKP-ORIGEM-LINHA
                                   TO BKP-DESTINO-LINHA
                               WRITE BKP-DESTINO-LINHA
                               IF WS-BKP-DESTINO-STATUS NOT = '00'
                                   MOVE 'E' TO WS-BKP-RESULTADO
                                   MOVE 'S' TO WS-BKP-EOF
                               ELSE
                                   ADD 1 TO WS-BKP-CONTADOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BKP-DESTINO-FILE
               END-IF
               CLOSE BKP-ORIGEM-FILE
           END-IF
           END-IF.

      * Conta os registros de WS-BKP-ORIGEM sem copiar; mesmo
      * WS-BKP-RESULTADO da copia
       CONTAR-REGISTROS-BKP.
           MOVE 0 TO WS-BKP-CONTADOR
           OPEN INPUT BKP-ORIGEM-FILE
           IF WS-BKP-ORIGEM-STATUS = '35'
               MOVE 'A' TO WS-BKP-RESULTADO
           ELSE
           IF WS-BKP-ORIGEM-STATUS NOT = '00'
               MOVE 'E' TO WS-BKP-RESULTADO
           ELSE
               MOVE 'C' TO WS-BKP-RESULTADO
               MOVE 'N' TO WS-BKP-EOF
               PERFORM UNTIL WS-BKP-EOF = 'S'
                   READ BKP-ORIGEM-FILE
                       AT END
                           MOVE 'S' TO WS-BKP-EOF
                       NOT AT END
                           ADD 1 TO WS-BKP-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE BKP-ORIGEM-FILE
           END-IF
           END-IF.

      * Log que passou da retencao: vai para a area de backup com o
      * mesmo nome e entra no catalogo de backups (situacao L), fora
      * da rotacao de geracoes
       MOVER-LOG-EXPIRADO.
           CALL 'CBL_CREATE_DIR' USING WS-BACKUP-DIRETORIO
           MOVE WS-CAT-ARQUIVO(WS-CAT-IDX) TO WS-BKP-ORIGEM
           PERFORM CONTAR-REGISTROS-BKP
           MOVE SPACES TO WS-BKP-DESTINO
           STRING FUNCTION TRIM(WS-BACKUP-DIRETORIO) '/'
                  FUNCTION TRIM(WS-CAT-ARQUIVO(WS-CAT-IDX))
                  DELIMITED BY SIZE INTO WS-BKP-DESTINO
           CALL 'CBL_RENAME_FILE' USING WS-BKP-ORIGEM WS-BKP-DESTINO
           IF RETURN-CODE NOT = 0
               DISPLAY 'AVISO: Nao foi possivel mover '
                       FUNCTION TRIM(WS-BKP-ORIGEM)
                       ' para a area de backup'
           ELSE
               DISPLAY 'Arquivo de log expirado movido para '
                       FUNCTION TRIM(WS-BKP-DESTINO)
               IF WS-BKP-QTD < 100
                   ADD 1 TO WS-BKP-QTD
                   MOVE WS-CAT-ARQUIVO(WS-CAT-IDX)
                       TO WS-BKP-ARQUIVO(WS-BKP-QTD)
                   MOVE WS-BKP-DESTINO TO WS-BKP-COPIA(WS-BKP-QTD)
                   MOVE WS-BKP-CONTADOR TO WS-BKP-REGS(WS-BKP-QTD)
                   MOVE 'L' TO WS-BKP-SIT(WS-BKP-QTD)
               END-IF
           END-IF.

       CARREGAR-PARAMETRO-BACKUP.
           OPEN INPUT BACKUP-PARAM-FILE
           IF WS-BACKUP-PARAM-STATUS = '00'
               READ BACKUP-PARAM-FILE
                   NOT AT END
                       IF BP-GERACOES IS NUMERIC AND BP-GERACOES > 0
                           MOVE BP-GERACOES TO WS-BACKUP-GERACOES
                       END-IF
               END-READ
               CLOSE BACKUP-PARAM-FILE
           END-IF.

      * Regrava o catalogo de backups: as entradas de log (L) ficam
      * sempre; a geracao de hoje substitui uma anterior da mesma
      * data; das demais ficam as mais recentes ate completar o
      * numero de geracoes mantidas, e as copias das mais antigas
      * sao apagadas
       GRAVAR-CATALOGO-BACKUP.
           PERFORM CARREGAR-GERACOES-BACKUP
           MOVE 0 TO WS-GER-ANTERIORES
           MOVE 1 TO WS-GER-IDX
           PERFORM UNTIL WS-GER-IDX > WS-GER-QTD
               IF WS-GER-ID(WS-GER-IDX) = WS-BACKUP-GERACAO
                   MOVE 'H' TO WS-GER-DESTINO(WS-GER-IDX)
               ELSE
                   ADD 1 TO WS-GER-ANTERIORES
               END-IF
               ADD 1 TO WS-GER-IDX
           END-PERFORM
           MOVE 0 TO WS-GER-REMOVER
           IF WS-GER-ANTERIORES > WS-BACKUP-GERACOES - 1
               COMPUTE WS-GER-REMOVER =
                   WS-GER-ANTERIORES - (WS-BACKUP-GERACOES - 1)
           END-IF
           MOVE 1 TO WS-GER-IDX
           PERFORM UNTIL WS-GER-IDX > WS-GER-QTD OR
                         WS-GER-REMOVER = 0
               IF WS-GER-DESTINO(WS-GER-IDX) = 'N'
                   MOVE 'R' TO WS-GER-DESTINO(WS-GER-IDX)
                   SUBTRACT 1 FROM WS-GER-REMOVER
               END-IF
               ADD 1 TO WS-GER-IDX
           END-PERFORM

           OPEN OUTPUT BACKUP-CAT-TMP-FILE
           IF WS-BACKUP-CAT-TMP-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel regravar o catalogo '
                       'de backups!'
           ELSE
               OPEN INPUT BACKUP-CAT-FILE
               IF WS-BACKUP-CAT-STATUS = '00'
                   MOVE 'N' TO WS-BACKUP-CAT-EOF
                   PERFORM UNTIL WS-BACKUP-CAT-EOF = 'S'
                       READ BACKUP-CAT-FILE
                           AT END
                               MOVE 'S' TO WS-BACKUP-CAT-EOF
                           NOT AT END
                               PERFORM COPIAR-ENTRADA-CATALOGO-BKP
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-CAT-FILE
               END-IF
               MOVE 1 TO WS-BKP-IDX
               PERFORM UNTIL WS-BKP-IDX > WS-BKP-QTD
                   MOVE WS-BACKUP-GERACAO TO BK-GERACAO
                   MOVE WS-DATA-FORMATADA TO BK-DATA
                   MOVE WS-HORA-FORMATADA TO BK-HORA
                   MOVE WS-BKP-SIT(WS-BKP-IDX) TO BK-SITUACAO
                   MOVE WS-BKP-REGS(WS-BKP-IDX) TO BK-REGISTROS
                   MOVE WS-BKP-ARQUIVO(WS-BKP-IDX) TO BK-ARQUIVO
                   MOVE WS-BKP-COPIA(WS-BKP-IDX) TO BK-COPIA
                   WRITE BACKUP-CAT-TMP-RECORD FROM BACKUP-CAT-RECORD
                   ADD 1 TO WS-BKP-IDX
               END-PERFORM
               CLOSE BACKUP-CAT-TMP-FILE
               CALL 'CBL_RENAME_FILE' USING WS-BACKUP-CAT-TMP-FILENAME
                   WS-BACKUP-CAT-FILENAME
               IF RETURN-CODE NOT = 0
                   DISPLAY 'ERRO: Nao foi possivel regravar o '
                           'catalogo de backups!'
               END-IF
           END-IF.

       COPIAR-ENTRADA-CATALOGO-BKP.
           IF BK-SITUACAO = 'L'
               WRITE BACKUP-CAT-TMP-RECORD FROM BACKUP-CAT-RECORD
           ELSE
               MOVE BK-GERACAO TO WS-GER-BUSCA
               PERFORM LOCALIZAR-GERACAO-BACKUP
               IF WS-GER-ACHOU = 'S' AND
                  WS-GER-DESTINO(WS-GER-IDX) NOT = 'N'
                   IF WS-GER-DESTINO(WS-GER-IDX) = 'R' AND
                      BK-COPIA NOT = SPACES
                       MOVE BK-COPIA TO WS-ARQUIVO-DELETAR
                       CALL 'CBL_DELETE_FILE' USING WS-ARQUIVO-DELETAR
                   END-IF
               ELSE
                   WRITE BACKUP-CAT-TMP-RECORD FROM BACKUP-CAT-RECORD
               END-IF
           END-IF.

      * Le backups.dat e monta a tabela de geracoes (sem as entradas
      * de log) com a quantidade de arquivos copiados e registros;
      * WS-BKP-TOT-LOGS conta os logs movidos para a area de backup
       CARREGAR-GERACOES-BACKUP.
           MOVE 0 TO WS-GER-QTD
           MOVE 0 TO WS-BKP-TOT-LOGS
           OPEN INPUT BACKUP-CAT-FILE
           IF WS-BACKUP-CAT-STATUS = '00'
               MOVE 'N' TO WS-BACKUP-CAT-EOF
               PERFORM UNTIL WS-BACKUP-CAT-EOF = 'S'
                   READ BACKUP-CAT-FILE
                       AT END
                           MOVE 'S' TO WS-BACKUP-CAT-EOF
                       NOT AT END
                           PERFORM ANOTAR-GERACAO-BACKUP
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CAT-FILE
           END-IF.

       ANOTAR-GERACAO-BACKUP.
           IF BK-SITUACAO = 'L'
               ADD 1 TO WS-BKP-TOT-LOGS
           ELSE
               MOVE BK-GERACAO TO WS-GER-BUSCA
               PERFORM LOCALIZAR-GERACAO-BACKUP
               IF WS-GER-ACHOU = 'N' AND WS-GER-QTD < 100
                   ADD 1 TO WS-GER-QTD
                   MOVE WS-GER-QTD TO WS-GER-IDX
                   MOVE BK-GERACAO TO WS-GER-ID(WS-GER-IDX)
                   MOVE BK-DATA TO WS-GER-DATA(WS-GER-IDX)
                   MOVE BK-HORA TO WS-GER-HORA(WS-GER-IDX)
                   MOVE 0 TO WS-GER-ARQS(WS-GER-IDX)
                   MOVE 0 TO WS-GER-REGS(WS-GER-IDX)
                   MOVE 'N' TO WS-GER-DESTINO(WS-GER-IDX)
                   MOVE 'S' TO WS-GER-ACHOU
               END-IF
               IF WS-GER-ACHOU = 'S' AND BK-SITUACAO = 'C'
                   ADD 1 TO WS-GER-ARQS(WS-GER-IDX)
                   ADD BK-REGISTROS TO WS-GER-REGS(WS-GER-IDX)
               END-IF
           END-IF.

      * Procura WS-GER-BUSCA na tabela de geracoes
       LOCALIZAR-GERACAO-BACKUP.
           MOVE 'N' TO WS-GER-ACHOU
           MOVE 1 TO WS-GER-IDX
           PERFORM UNTIL WS-GER-IDX > WS-GER-QTD OR
                         WS-GER-ACHOU = 'S'
               IF WS-GER-ID(WS-GER-IDX) = WS-GER-BUSCA
                   MOVE 'S' TO WS-GER-ACHOU
               ELSE
                   ADD 1 TO WS-GER-IDX
               END-IF
           END-PERFORM.

      * Opcao 28: geracoes de backup, restauracao de um arquivo ou
      * da geracao inteira e numero de geracoes mantidas
       BACKUP-RESTAURACAO.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Backup: L-Listar Geracoes R-Restaurar '
                       'G-Geracoes Mantidas F-Fim: '
                       WITH NO ADVANCING
               ACCEPT WS-BKP-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-BKP-OPCAO)
                   TO WS-BKP-OPCAO
               EVALUATE WS-BKP-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-GERACOES-BACKUP
                   WHEN 'R'
                       PERFORM RESTAURAR-BACKUP
                   WHEN 'G'
                       PERFORM ALTERAR-GERACOES-BACKUP
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-GERACOES-BACKUP.
           PERFORM CARREGAR-PARAMETRO-BACKUP
           PERFORM CARREGAR-GERACOES-BACKUP
           MOVE WS-BACKUP-GERACOES TO WS-BKP-GERACOES-EDIT
           DISPLAY 'Geracoes mantidas: '
                   FUNCTION TRIM(WS-BKP-GERACOES-EDIT)
           IF WS-GER-QTD = 0
               DISPLAY 'Nenhuma geracao de backup catalogada.'
           ELSE
               DISPLAY 'GERACAO  DATA       HORA     ARQUIVOS'
                       '  REGISTROS'
               MOVE 1 TO WS-GER-IDX
               PERFORM UNTIL WS-GER-IDX > WS-GER-QTD
                   MOVE WS-GER-REGS(WS-GER-IDX) TO WS-BKP-TOTAL-EDIT
                   DISPLAY WS-GER-ID(WS-GER-IDX) ' '
                           WS-GER-DATA(WS-GER-IDX) ' '
                           WS-GER-HORA(WS-GER-IDX) '      '
                           WS-GER-ARQS(WS-GER-IDX) ' '
                           WS-BKP-TOTAL-EDIT
                   ADD 1 TO WS-GER-IDX
               END-PERFORM
           END-IF
           IF WS-BKP-TOT-LOGS > 0
               DISPLAY 'Logs expirados na area de backup: '
                       WS-BKP-TOT-LOGS
           END-IF.

      * Restauracao: mostra os arquivos da geracao com a contagem da
      * copia e a do arquivo atual antes de pedir a confirmacao; a
      * copia e conferida pela contagem do catalogo e so entao
      * substitui o arquivo atual
       RESTAURAR-BACKUP.
           PERFORM LISTAR-GERACOES-BACKUP
           IF WS-GER-QTD > 0
               DISPLAY 'Geracao a restaurar (AAAAMMDD): '
                   WITH NO ADVANCING
               ACCEPT WS-BACKUP-GERACAO
               MOVE WS-BACKUP-GERACAO TO WS-GER-BUSCA
               PERFORM LOCALIZAR-GERACAO-BACKUP
               IF WS-GER-ACHOU NOT = 'S'
                   DISPLAY 'Geracao nao catalogada.'
               ELSE
                   PERFORM CARREGAR-ARQUIVOS-GERACAO
                   PERFORM EXIBIR-ARQUIVOS-GERACAO
                   PERFORM ESCOLHER-ARQUIVO-RESTAURACAO
                   IF WS-BKP-TODOS = 'S' OR WS-BKP-SEL > 0
                       DISPLAY 'Confirma a restauracao? (S/N): '
                           WITH NO ADVANCING
                       ACCEPT WS-BKP-CONFIRMA
                       MOVE FUNCTION UPPER-CASE(WS-BKP-CONFIRMA)
                           TO WS-BKP-CONFIRMA
                       IF WS-BKP-CONFIRMA = 'S'
                           PERFORM EXECUTAR-RESTAURACAO
                       ELSE
                           DISPLAY 'Restauracao cancelada.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CARREGAR-ARQUIVOS-GERACAO.
           MOVE 0 TO WS-BKP-QTD
           OPEN INPUT BACKUP-CAT-FILE
           IF WS-BACKUP-CAT-STATUS = '00'
               MOVE 'N' TO WS-BACKUP-CAT-EOF
               PERFORM UNTIL WS-BACKUP-CAT-EOF = 'S'
                   READ BACKUP-CAT-FILE
                       AT END
                           MOVE 'S' TO WS-BACKUP-CAT-EOF
                       NOT AT END
                           IF BK-GERACAO = WS-BACKUP-GERACAO AND
                              BK-SITUACAO NOT = 'L' AND
                              WS-BKP-QTD < 100
                               ADD 1 TO WS-BKP-QTD
                               MOVE BK-ARQUIVO
                                   TO WS-BKP-ARQUIVO(WS-BKP-QTD)
                               MOVE BK-COPIA
                                   TO WS-BKP-COPIA(WS-BKP-QTD)
                               MOVE BK-REGISTROS
                                   TO WS-BKP-REGS(WS-BKP-QTD)
                               MOVE BK-SITUACAO
                                   TO WS-BKP-SIT(WS-BKP-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CAT-FILE
           END-IF.

       EXIBIR-ARQUIVOS-GERACAO.
           DISPLAY ' '
           DISPLAY 'ARQUIVO                     COPIA    ATUAL'
           DISPLAY '(ausente na copia: o arquivo nao existia no '
                   'fechamento e nao e restaurado)'
           MOVE 1 TO WS-BKP-IDX
           PERFORM UNTIL WS-BKP-IDX > WS-BKP-QTD
               MOVE WS-BKP-ARQUIVO(WS-BKP-IDX) TO WS-BKP-ORIGEM
               PERFORM CONTAR-REGISTROS-BKP
               MOVE WS-BKP-REGS(WS-BKP-IDX) TO WS-BKP-REGS-EDIT
               MOVE WS-BKP-CONTADOR TO WS-BKP-ATUAL-EDIT
               MOVE WS-BKP-ARQUIVO(WS-BKP-IDX) TO WS-BKP-ESCOLHA
               EVALUATE WS-BKP-SIT(WS-BKP-IDX)
                   WHEN 'A'
                       DISPLAY WS-BKP-ESCOLHA(1:25)
                               '   ausente' WS-BKP-ATUAL-EDIT
                   WHEN 'E'
                       DISPLAY WS-BKP-ESCOLHA(1:25)
                               '      erro' WS-BKP-ATUAL-EDIT
                   WHEN OTHER
                       IF WS-BKP-RESULTADO = 'A'
                           DISPLAY WS-BKP-ESCOLHA(1:25) ' '
                                   WS-BKP-REGS-EDIT '  ausente'
                       ELSE
                           DISPLAY WS-BKP-ESCOLHA(1:25) ' '
                                   WS-BKP-REGS-EDIT '  '
                                   WS-BKP-ATUAL-EDIT
                       END-IF
               END-EVALUATE
               ADD 1 TO WS-BKP-IDX
           END-PERFORM.

      * Devolve WS-BKP-TODOS = 'S' para a geracao inteira ou o
      * indice do arquivo escolhido em WS-BKP-SEL (0 = nenhum)
       ESCOLHER-ARQUIVO-RESTAURACAO.
           MOVE 'N' TO WS-BKP-TODOS
           MOVE 0 TO WS-BKP-SEL
           DISPLAY 'Arquivo a restaurar (T = todos, branco = '
                   'cancelar): ' WITH NO ADVANCING
           ACCEPT WS-BKP-ESCOLHA
           IF WS-BKP-ESCOLHA = 'T' OR WS-BKP-ESCOLHA = 't'
               MOVE 'S' TO WS-BKP-TODOS
           ELSE
           IF WS-BKP-ESCOLHA NOT = SPACES
               MOVE 1 TO WS-BKP-IDX
               PERFORM UNTIL WS-BKP-IDX > WS-BKP-QTD OR
                             WS-BKP-SEL > 0
                   IF WS-BKP-ARQUIVO(WS-BKP-IDX) = WS-BKP-ESCOLHA
                       MOVE WS-BKP-IDX TO WS-BKP-SEL
                   END-IF
                   ADD 1 TO WS-BKP-IDX
               END-PERFORM
               IF WS-BKP-SEL = 0
                   DISPLAY 'Arquivo nao pertence a geracao.'
               ELSE
               IF WS-BKP-ARQUIVO(WS-BKP-SEL) = WS-JORNAL-FILENAME OR
                  WS-BKP-ARQUIVO(WS-BKP-SEL) = WS-CATALOGO-FILENAME
                   DISPLAY 'Arquivo nao restauravel: o jornal e o '
                           'catalogo de logs so recebem inclusoes.'
                   MOVE 0 TO WS-BKP-SEL
               ELSE
               IF WS-BKP-SIT(WS-BKP-SEL) NOT = 'C'
                   DISPLAY 'Arquivo sem copia nesta geracao.'
                   MOVE 0 TO WS-BKP-SEL
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       EXECUTAR-RESTAURACAO.
           MOVE 0 TO WS-BKP-RESTAURADOS
           IF WS-BKP-TODOS = 'S'
               MOVE 1 TO WS-BKP-IDX
               PERFORM UNTIL WS-BKP-IDX > WS-BKP-QTD
                   IF WS-BKP-ARQUIVO(WS-BKP-IDX) = WS-JORNAL-FILENAME
                      OR WS-BKP-ARQUIVO(WS-BKP-IDX) =
                         WS-CATALOGO-FILENAME
                       DISPLAY FUNCTION TRIM(
                                   WS-BKP-ARQUIVO(WS-BKP-IDX))
                               ': nao restauravel; mantido.'
                   ELSE
                   IF WS-BKP-SIT(WS-BKP-IDX) = 'C'
                       PERFORM RESTAURAR-ARQUIVO-BACKUP
                   ELSE
                       DISPLAY FUNCTION TRIM(
                                   WS-BKP-ARQUIVO(WS-BKP-IDX))
                               ': sem copia nesta geracao; mantido.'
                   END-IF
                   END-IF
                   ADD 1 TO WS-BKP-IDX
               END-PERFORM
           ELSE
               MOVE WS-BKP-SEL TO WS-BKP-IDX
               PERFORM RESTAURAR-ARQUIVO-BACKUP
           END-IF
           DISPLAY WS-BKP-RESTAURADOS ' arquivo(s) restaurado(s).'.

      * A copia e lida para um temporario ao lado do arquivo atual e
      * so substitui o original se a contagem conferir com o
      * catalogo; tudo sob a mesma trava da manutencao do arquivo,
      * e os cadastros com jornal tem as diferencas registradas
       RESTAURAR-ARQUIVO-BACKUP.
           PERFORM IDENTIFICAR-JORNAL-RESTAURACAO
           MOVE 'N' TO WS-RST-FALHA
           MOVE 0 TO WS-RST-ANT-QTD
           MOVE 0 TO WS-RST-DEP-QTD
      *    cambio.dat e travado nele mesmo e fechar outra leitura
      *    dele soltaria a trava; as imagens atuais sao lidas antes
      *    de travar, como na importacao de taxas
           IF WS-RST-JORNAL = 'CAMBIO'
               PERFORM CARREGAR-IMAGENS-ATUAIS
           END-IF
           PERFORM RESERVAR-TRAVA-RESTAURACAO
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY FUNCTION TRIM(WS-BKP-ARQUIVO(WS-BKP-IDX))
                       ': em uso; nao restaurado.'
           ELSE
               IF WS-RST-JORNAL NOT = SPACES AND
                  WS-RST-JORNAL NOT = 'CAMBIO'
                   PERFORM CARREGAR-IMAGENS-ATUAIS
               END-IF
               PERFORM SUBSTITUIR-ARQUIVO-BACKUP
               PERFORM LIBERAR-TRAVA-RESTAURACAO
           END-IF.

       SUBSTITUIR-ARQUIVO-BACKUP.
           MOVE WS-BKP-COPIA(WS-BKP-IDX) TO WS-BKP-ORIGEM
           MOVE SPACES TO WS-BKP-DESTINO
           STRING FUNCTION TRIM(WS-BKP-ARQUIVO(WS-BKP-IDX)) '.tmp'
                  DELIMITED BY SIZE INTO WS-BKP-DESTINO
           PERFORM COPIAR-ARQUIVO-BKP
           IF WS-BKP-RESULTADO NOT = 'C' OR
              WS-BKP-CONTADOR NOT = WS-BKP-REGS(WS-BKP-IDX)
               DISPLAY 'ERRO: Copia '
                       FUNCTION TRIM(WS-BKP-COPIA(WS-BKP-IDX))
                       ' ausente ou com contagem divergente; '
                       FUNCTION TRIM(WS-BKP-ARQUIVO(WS-BKP-IDX))
                       ' mantido.'
               IF WS-BKP-RESULTADO NOT = 'A'
                   MOVE WS-BKP-DESTINO TO WS-ARQUIVO-DELETAR
                   CALL 'CBL_DELETE_FILE' USING WS-ARQUIVO-DELETAR
               END-IF
           ELSE
               IF WS-RST-JORNAL NOT = SPACES
                   MOVE WS-BKP-DESTINO TO WS-BKP-ORIGEM
                   MOVE 'D' TO WS-RST-LADO
                   PERFORM CARREGAR-IMAGENS-RESTAURACAO
               END-IF
               IF WS-RST-FALHA = 'S'
      *            Sem as duas imagens completas o jornal ficaria
      *            incompleto; o arquivo atual e mantido
                   DISPLAY 'ERRO: Nao foi possivel comparar '
                           FUNCTION TRIM(WS-BKP-ARQUIVO(WS-BKP-IDX))
                           ' com a copia para o jornal; mantido.'
                   MOVE WS-BKP-DESTINO TO WS-ARQUIVO-DELETAR
                   CALL 'CBL_DELETE_FILE' USING WS-ARQUIVO-DELETAR
               ELSE
                   MOVE WS-BKP-ARQUIVO(WS-BKP-IDX) TO WS-BKP-ARQ-NOME
                   CALL 'CBL_RENAME_FILE' USING WS-BKP-DESTINO
                       WS-BKP-ARQ-NOME
                   IF RETURN-CODE NOT = 0
                       DISPLAY 'ERRO: Nao foi possivel restaurar '
                               FUNCTION TRIM(WS-BKP-ARQ-NOME) '!'
                   ELSE
                       ADD 1 TO WS-BKP-RESTAURADOS
                       MOVE WS-BKP-CONTADOR TO WS-BKP-REGS-EDIT
                       DISPLAY 'Restaurado '
                               FUNCTION TRIM(WS-BKP-ARQ-NOME)
                               ' (' FUNCTION TRIM(WS-BKP-REGS-EDIT)
                               ' registros).'
                       PERFORM REGISTRAR-AUDITORIA-RESTAURACAO
                       IF WS-RST-JORNAL NOT = SPACES
                           PERFORM JORNAL-DIFERENCAS-RESTAURACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Cadastros cuja manutencao grava o jornal de alteracoes
       IDENTIFICAR-JORNAL-RESTAURACAO.
           EVALUATE WS-BKP-ARQUIVO(WS-BKP-IDX)
               WHEN WS-CONSTANTE-FILENAME
                   MOVE 'CONSTANTES' TO WS-RST-JORNAL
               WHEN WS-CAMBIO-FILENAME
                   MOVE 'CAMBIO' TO WS-RST-JORNAL
               WHEN WS-OPERADOR-FILENAME
                   MOVE 'OPERADORES' TO WS-RST-JORNAL
               WHEN WS-CENTRO-FILENAME
                   MOVE 'CENTROS' TO WS-RST-JORNAL
               WHEN OTHER
                   MOVE SPACES TO WS-RST-JORNAL
           END-EVALUATE.

      * A trava e a mesma usada pela manutencao de cada arquivo;
      * arquivos sem trava propria (moedas, centros de custo,
      * lotes executados, resumo diario e memorias) seguem direto
       RESERVAR-TRAVA-RESTAURACAO.
           EVALUATE WS-BKP-ARQUIVO(WS-BKP-IDX)
               WHEN WS-OPERADOR-FILENAME
                   PERFORM RESERVAR-TRAVA-OPERADORES
               WHEN WS-CONSTANTE-FILENAME
                   PERFORM RESERVAR-TRAVA-CONSTANTES
               WHEN WS-CAMBIO-FILENAME
                   PERFORM RESERVAR-CAMBIO-TAXAS
               WHEN WS-PENDENTE-FILENAME
                   PERFORM RESERVAR-TRAVA-PENDENTES
               WHEN WS-GL-CONTROLE-FILENAME
                   PERFORM RESERVAR-MASTER-GL
               WHEN WS-GL-ENVIO-FILENAME
                   PERFORM RESERVAR-TRAVA-ENVIOS
               WHEN WS-ESTORNO-FILENAME
                   PERFORM RESERVAR-TRAVA-ESTORNOS
               WHEN WS-CONTRATO-FILENAME
               WHEN WS-PARCELA-FILENAME
                   PERFORM RESERVAR-TRAVA-CONTRATOS
               WHEN WS-PERIODO-FILENAME
                   PERFORM RESERVAR-TRAVA-PERIODOS
               WHEN WS-REAVAL-FILENAME
                   PERFORM RESERVAR-TRAVA-REAVAL
               WHEN WS-ORCAMENTO-FILENAME
                   PERFORM RESERVAR-TRAVA-ORCAMENTOS
               WHEN WS-FORMULA-FILENAME
                   PERFORM RESERVAR-TRAVA-FORMULAS
               WHEN WS-FERIADO-FILENAME
                   PERFORM RESERVAR-TRAVA-FERIADOS
               WHEN OTHER
                   MOVE 'S' TO WS-TRAVA-OK
           END-EVALUATE.

       LIBERAR-TRAVA-RESTAURACAO.
           EVALUATE WS-BKP-ARQUIVO(WS-BKP-IDX)
               WHEN WS-OPERADOR-FILENAME
                   PERFORM LIBERAR-TRAVA-OPERADORES
               WHEN WS-CONSTANTE-FILENAME
                   PERFORM LIBERAR-TRAVA-CONSTANTES
               WHEN WS-CAMBIO-FILENAME
                   CLOSE CAMBIO-FILE
               WHEN WS-PENDENTE-FILENAME
                   PERFORM LIBERAR-TRAVA-PENDENTES
               WHEN WS-GL-CONTROLE-FILENAME
                   CLOSE MASTER-GL-FILE
               WHEN WS-GL-ENVIO-FILENAME
                   PERFORM LIBERAR-TRAVA-ENVIOS
               WHEN WS-ESTORNO-FILENAME
                   PERFORM LIBERAR-TRAVA-ESTORNOS
               WHEN WS-CONTRATO-FILENAME
               WHEN WS-PARCELA-FILENAME
                   PERFORM LIBERAR-TRAVA-CONTRATOS
               WHEN WS-PERIODO-FILENAME
                   PERFORM LIBERAR-TRAVA-PERIODOS
               WHEN WS-REAVAL-FILENAME
                   PERFORM LIBERAR-TRAVA-REAVAL
               WHEN WS-ORCAMENTO-FILENAME
                   PERFORM LIBERAR-TRAVA-ORCAMENTOS
               WHEN WS-FORMULA-FILENAME
                   CLOSE FORMULA-TRAVA-FILE
               WHEN WS-FERIADO-FILENAME
                   CLOSE FERIADO-TRAVA-FILE
           END-EVALUATE.

       CARREGAR-IMAGENS-ATUAIS.
           MOVE WS-BKP-ARQUIVO(WS-BKP-IDX) TO WS-BKP-ORIGEM
           MOVE 'A' TO WS-RST-LADO
           PERFORM CARREGAR-IMAGENS-RESTAURACAO.

      * Le WS-BKP-ORIGEM para a tabela do lado WS-RST-LADO; arquivo
      * atual ausente equivale a tabela vazia
       CARREGAR-IMAGENS-RESTAURACAO.
           OPEN INPUT BKP-ORIGEM-FILE
           IF WS-BKP-ORIGEM-STATUS NOT = '00'
               IF WS-BKP-ORIGEM-STATUS NOT = '35' OR
                  WS-RST-LADO NOT = 'A'
                   MOVE 'S' TO WS-RST-FALHA
               END-IF
           ELSE
               MOVE 'N' TO WS-BKP-EOF
               PERFORM UNTIL WS-BKP-EOF = 'S'
                   READ BKP-ORIGEM-FILE
                       AT END
                           MOVE 'S' TO WS-BKP-EOF
                       NOT AT END
                           MOVE BKP-ORIGEM-LINHA TO WS-RST-LINHA
                           PERFORM GUARDAR-IMAGEM-RESTAURACAO
                   END-READ
               END-PERFORM
               CLOSE BKP-ORIGEM-FILE
           END-IF.

       GUARDAR-IMAGEM-RESTAURACAO.
           PERFORM MONTAR-IMAGEM-RESTAURACAO
           IF WS-RST-CHAVE NOT = SPACES
               IF WS-RST-LADO = 'A'
                   IF WS-RST-ANT-QTD >= 2000
                       MOVE 'S' TO WS-RST-FALHA
                   ELSE
                       ADD 1 TO WS-RST-ANT-QTD
                       MOVE WS-RST-CHAVE
                           TO WS-RST-ANT-CHAVE(WS-RST-ANT-QTD)
                       MOVE WS-RST-IMAGEM
                           TO WS-RST-ANT-IMAGEM(WS-RST-ANT-QTD)
                       MOVE 'N' TO WS-RST-ANT-USADO(WS-RST-ANT-QTD)
                   END-IF
               ELSE
                   IF WS-RST-DEP-QTD >= 2000
                       MOVE 'S' TO WS-RST-FALHA
                   ELSE
                       ADD 1 TO WS-RST-DEP-QTD
                       MOVE WS-RST-CHAVE
                           TO WS-RST-DEP-CHAVE(WS-RST-DEP-QTD)
                       MOVE WS-RST-IMAGEM
                           TO WS-RST-DEP-IMAGEM(WS-RST-DEP-QTD)
                   END-IF
               END-IF
           END-IF.

      * Chave e imagem no formato gravado pela manutencao de cada
      * cadastro (operador sem a senha)
       MONTAR-IMAGEM-RESTAURACAO.
           MOVE SPACES TO WS-RST-CHAVE
           MOVE SPACES TO WS-RST-IMAGEM
           EVALUATE WS-RST-JORNAL
               WHEN 'CONSTANTES'
                   IF WS-RST-CT-NOME NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-RST-CT-NOME)
                           TO WS-RST-CHAVE
                       MOVE FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-RST-CT-VALOR))
                           TO WS-TEST-NUMVAL
                       IF WS-TEST-NUMVAL = 0
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-RST-CT-VALOR))
                               TO WS-RST-VALOR
                           MOVE WS-RST-VALOR TO WS-VALOR-EDIT
                           MOVE WS-VALOR-EDIT TO WS-RST-IMAGEM
                       ELSE
                           MOVE WS-RST-CT-VALOR TO WS-RST-IMAGEM
                       END-IF
                   END-IF
               WHEN 'CAMBIO'
                   IF WS-RST-CB-MOEDA-DE NOT = SPACES
                       STRING WS-RST-CB-MOEDA-DE '->'
                              WS-RST-CB-MOEDA-PARA ' '
                              WS-RST-CB-VIGENCIA
                              DELIMITED BY SIZE INTO WS-RST-CHAVE
                       STRING 'TAXA ' FUNCTION TRIM(WS-RST-CB-TAXA)
                              ' VIGENCIA ' WS-RST-CB-VIGENCIA
                              DELIMITED BY SIZE INTO WS-RST-IMAGEM
                   END-IF
               WHEN 'OPERADORES'
                   IF WS-RST-OP-ID NOT = SPACES
                       MOVE WS-RST-OP-ID TO WS-RST-CHAVE
                       MOVE WS-RST-OP-LIMITE TO WS-JOR-LIMITE-EDIT
                       STRING 'NIV=' WS-RST-OP-NIVEL
                              ' ATV=' WS-RST-OP-ATIVO
                              ' TRC=' WS-RST-OP-TROCAR
                              ' LIM=' FUNCTION TRIM(WS-JOR-LIMITE-EDIT)
                              ' ' WS-RST-OP-NOME
                              DELIMITED BY SIZE INTO WS-RST-IMAGEM
                   END-IF
               WHEN 'CENTROS'
                   IF WS-RST-CCU-CODIGO NOT = SPACES
                       MOVE WS-RST-CCU-CODIGO TO WS-RST-CHAVE
                       MOVE WS-RST-CCU-DESCRICAO TO WS-RST-IMAGEM
                   END-IF
           END-EVALUATE.

      * Cada registro da copia restaurada casa com o primeiro
      * registro atual de mesma chave ainda livre: imagem diferente
      * e alteracao, sem par e inclusao; os atuais que sobram sao
      * exclusoes
       JORNAL-DIFERENCAS-RESTAURACAO.
           MOVE 0 TO WS-RST-JORNALADAS
           MOVE 1 TO WS-RST-IDX
           PERFORM UNTIL WS-RST-IDX > WS-RST-DEP-QTD
               PERFORM LOCALIZAR-IMAGEM-ATUAL
               MOVE WS-RST-JORNAL TO WS-JOR-ARQUIVO
               MOVE WS-RST-DEP-CHAVE(WS-RST-IDX) TO WS-JOR-CHAVE
               MOVE WS-RST-DEP-IMAGEM(WS-RST-IDX) TO WS-JOR-DEPOIS
               IF WS-RST-ACHOU = 'S'
                   IF WS-RST-ANT-IMAGEM(WS-RST-IDX2) NOT =
                      WS-RST-DEP-IMAGEM(WS-RST-IDX)
                       MOVE WS-RST-ANT-IMAGEM(WS-RST-IDX2)
                           TO WS-JOR-ANTES
                       MOVE 'A' TO WS-JOR-ACAO
                       PERFORM GRAVAR-JORNAL
                       ADD 1 TO WS-RST-JORNALADAS
                   END-IF
               ELSE
                   MOVE SPACES TO WS-JOR-ANTES
                   MOVE 'I' TO WS-JOR-ACAO
                   PERFORM GRAVAR-JORNAL
                   ADD 1 TO WS-RST-JORNALADAS
               END-IF
               ADD 1 TO WS-RST-IDX
           END-PERFORM
           MOVE 1 TO WS-RST-IDX2
           PERFORM UNTIL WS-RST-IDX2 > WS-RST-ANT-QTD
               IF WS-RST-ANT-USADO(WS-RST-IDX2) NOT = 'S'
                   MOVE WS-RST-JORNAL TO WS-JOR-ARQUIVO
                   MOVE WS-RST-ANT-CHAVE(WS-RST-IDX2) TO WS-JOR-CHAVE
                   MOVE WS-RST-ANT-IMAGEM(WS-RST-IDX2)
                       TO WS-JOR-ANTES
                   MOVE SPACES TO WS-JOR-DEPOIS
                   MOVE 'E' TO WS-JOR-ACAO
                   PERFORM GRAVAR-JORNAL
                   ADD 1 TO WS-RST-JORNALADAS
               END-IF
               ADD 1 TO WS-RST-IDX2
           END-PERFORM
           DISPLAY '  ' WS-RST-JORNALADAS
                   ' alteracao(oes) registrada(s) no jornal.'.

       LOCALIZAR-IMAGEM-ATUAL.
           MOVE 'N' TO WS-RST-ACHOU
           MOVE 1 TO WS-RST-IDX2
           PERFORM UNTIL WS-RST-IDX2 > WS-RST-ANT-QTD OR
                         WS-RST-ACHOU = 'S'
               IF WS-RST-ANT-USADO(WS-RST-IDX2) NOT = 'S' AND
                  WS-RST-ANT-CHAVE(WS-RST-IDX2) =
                  WS-RST-DEP-CHAVE(WS-RST-IDX)
                   MOVE 'S' TO WS-RST-ACHOU
                   MOVE 'S' TO WS-RST-ANT-USADO(WS-RST-IDX2)
               ELSE
                   ADD 1 TO WS-RST-IDX2
               END-IF
           END-PERFORM.

       REGISTRAR-AUDITORIA-RESTAURACAO.
           PERFORM OBTER-DATA-HORA
           MOVE 'A' TO WS-TIPO-CALCULO-ATUAL
           MOVE SPACES TO WS-OPERADOR-LOG
           MOVE 0 TO WS-PRIMEIRO-NUMERO
           MOVE 0 TO WS-SEGUNDO-NUMERO
           MOVE WS-BKP-CONTADOR TO WS-RESULTADO
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE SPACES TO WS-CENTRO-CUSTO-ATUAL
           MOVE 'N' TO WS-RETIDO-FLAG
           MOVE SPACES TO WS-EXPRESSAO-LOG
           STRING 'RESTAURADO BKP ' WS-BACKUP-GERACAO ' '
                  FUNCTION TRIM(WS-BKP-ARQ-NOME)
                  DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
           PERFORM REGISTRAR-LOG.

       ALTERAR-GERACOES-BACKUP.
           PERFORM CARREGAR-PARAMETRO-BACKUP
           MOVE WS-BACKUP-GERACOES TO WS-BKP-GERACOES-EDIT
           DISPLAY 'Geracoes mantidas atualmente: '
                   FUNCTION TRIM(WS-BKP-GERACOES-EDIT)
           DISPLAY 'Novo numero de geracoes (1 a 30): '
               WITH NO ADVANCING
           ACCEPT WS-BKP-GERACOES-ENTRADA
           MOVE FUNCTION TEST-NUMVAL(WS-BKP-GERACOES-ENTRADA)
               TO WS-TEST-NUMVAL
           IF WS-BKP-GERACOES-ENTRADA = SPACES OR
              WS-TEST-NUMVAL NOT = 0
               DISPLAY 'Numero invalido.'
           ELSE
               COMPUTE WS-BKP-GERACOES-NOVA =
                   FUNCTION NUMVAL(WS-BKP-GERACOES-ENTRADA)
               IF WS-BKP-GERACOES-NOVA < 1 OR
                  WS-BKP-GERACOES-NOVA > 30
                   DISPLAY 'Numero invalido.'
               ELSE
                   OPEN OUTPUT BACKUP-PARAM-FILE
                   IF WS-BACKUP-PARAM-STATUS NOT = '00'
                       DISPLAY 'ERRO: Nao foi possivel gravar '
                               FUNCTION TRIM(WS-BACKUP-PARAM-FILENAME)
                               '!'
                   ELSE
                       MOVE WS-BKP-GERACOES-NOVA TO BP-GERACOES
                       WRITE BACKUP-PARAM-RECORD
                       CLOSE BACKUP-PARAM-FILE
                       MOVE 'BACKUP' TO WS-JOR-ARQUIVO
                       MOVE 'A' TO WS-JOR-ACAO
                       MOVE 'GERACOES' TO WS-JOR-CHAVE
                       MOVE WS-BKP-GERACOES-EDIT TO WS-JOR-ANTES
                       MOVE WS-BKP-GERACOES-NOVA TO WS-BACKUP-GERACOES
                       MOVE WS-BACKUP-GERACOES TO WS-BKP-GERACOES-EDIT
                       MOVE WS-BKP-GERACOES-EDIT TO WS-JOR-DEPOIS
                       PERFORM GRAVAR-JORNAL
                       DISPLAY 'Geracoes mantidas: '
                               FUNCTION TRIM(WS-BKP-GERACOES-EDIT)
                               ' (vale a partir do proximo fechamento).'
                   END-IF
               END-IF
           END-IF.

      * Expansao das formulas da biblioteca: cada chamada NOME(a,b)
      * de uma formula cadastrada e trocada pelo corpo entre
      * parenteses, com cada parametro substituido pelo argumento
      * correspondente. Argumentos e corpos podem chamar outras
      * formulas, expandidas nas passadas seguintes (ate 5 passadas,
      * o que barra chamadas circulares). WS-EXPRESSAO volta
      * expandida e WS-FML-DIGITADA guarda a expressao digitada
       EXPANDIR-FORMULAS.
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE 'N' TO WS-FML-EXPANDIU
           MOVE WS-EXPRESSAO TO WS-FML-DIGITADA
           MOVE 0 TO WS-FML-CHAMADAS
           INSPECT WS-EXPRESSAO TALLYING WS-FML-CHAMADAS FOR ALL '('
           IF WS-FML-CHAMADAS > 0 AND WS-FML-EM-TESTE NOT = 'S'
               PERFORM CARREGAR-FORMULAS
           END-IF
           IF WS-FML-CHAMADAS > 0 AND WS-FML-QTD > 0
               MOVE 0 TO WS-FML-PASSADA
               MOVE 'S' TO WS-FML-PENDENTE
               PERFORM UNTIL WS-FML-PENDENTE = 'N' OR
                             WS-ERRO-FLAG = 'S'
                   IF WS-FML-PASSADA >= 5
                       DISPLAY 'ERRO: Formulas encadeadas demais '
                               '(chamada circular?)'
                       MOVE 'S' TO WS-ERRO-FLAG
                       MOVE 'EXPR_INVALIDA' TO WS-ERRO-TIPO
                   ELSE
                       ADD 1 TO WS-FML-PASSADA
                       PERFORM EXPANDIR-PASSADA-FORMULAS
                   END-IF
               END-PERFORM
               IF WS-ERRO-FLAG = 'S'
                   MOVE WS-FML-DIGITADA TO WS-EXPRESSAO
                   MOVE 'N' TO WS-FML-EXPANDIU
                   MOVE 0 TO WS-RESULTADO
               END-IF
           END-IF.

      * Uma passada sobre WS-EXPRESSAO: os nomes seguidos de '('
      * que sao formulas saem expandidos; o resto e copiado sem os
      * brancos. Sem nenhuma chamada a expressao fica como esta
       EXPANDIR-PASSADA-FORMULAS.
           MOVE 'N' TO WS-FML-PENDENTE
           MOVE WS-EXPRESSAO TO WS-FML-ENTRADA
           MOVE 50 TO WS-FML-TAM-ENT
           PERFORM UNTIL WS-FML-TAM-ENT = 0 OR
                         WS-FML-ENTRADA(WS-FML-TAM-ENT:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FML-TAM-ENT
           END-PERFORM
           MOVE SPACES TO WS-FML-SAIDA
           MOVE 0 TO WS-FML-TAM-SAI
           MOVE 1 TO WS-FML-POS
           PERFORM UNTIL WS-FML-POS > WS-FML-TAM-ENT OR
                         WS-ERRO-FLAG = 'S'
               MOVE WS-FML-ENTRADA(WS-FML-POS:1) TO WS-FML-CHAR
               IF (WS-FML-CHAR >= 'A' AND WS-FML-CHAR <= 'Z') OR
                  (WS-FML-CHAR >= 'a' AND WS-FML-CHAR <= 'z')
                   PERFORM EXPANDIR-NOME-FORMULA
               ELSE
                   IF WS-FML-CHAR NOT = SPACE
                       PERFORM EMITIR-CARACTER-FORMULA
                   END-IF
                   ADD 1 TO WS-FML-POS
               END-IF
           END-PERFORM
           IF WS-ERRO-FLAG = 'N' AND WS-FML-PENDENTE = 'S'
               MOVE WS-FML-SAIDA TO WS-EXPRESSAO
               MOVE 'S' TO WS-FML-EXPANDIU
           END-IF.

       EXPANDIR-NOME-FORMULA.
           MOVE WS-FML-POS TO WS-FML-INICIO
           MOVE SPACES TO WS-FML-BUSCA
           MOVE 0 TO WS-FML-NOME-TAM
           MOVE 'N' TO WS-FML-FIM-NOME
           PERFORM UNTIL WS-FML-POS > WS-FML-TAM-ENT OR
                         WS-FML-FIM-NOME = 'S'
               MOVE WS-FML-ENTRADA(WS-FML-POS:1) TO WS-FML-CHAR
               IF (WS-FML-CHAR >= 'A' AND WS-FML-CHAR <= 'Z') OR
                  (WS-FML-CHAR >= 'a' AND WS-FML-CHAR <= 'z') OR
                  WS-FML-CHAR IS NUMERIC
                   IF WS-FML-NOME-TAM < 10
                       ADD 1 TO WS-FML-NOME-TAM
                       MOVE WS-FML-CHAR
                           TO WS-FML-BUSCA(WS-FML-NOME-TAM:1)
                   END-IF
                   ADD 1 TO WS-FML-POS
               ELSE
                   MOVE 'S' TO WS-FML-FIM-NOME
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-FML-BUSCA) TO WS-FML-BUSCA
           PERFORM LOCALIZAR-FORMULA
           IF WS-FML-ACHOU = 'S' AND
              WS-FML-POS <= WS-FML-TAM-ENT AND
              WS-FML-ENTRADA(WS-FML-POS:1) = '('
               PERFORM LER-ARGUMENTOS-FORMULA
               IF WS-ERRO-FLAG = 'N'
                   PERFORM EMITIR-CORPO-FORMULA
                   MOVE 'S' TO WS-FML-PENDENTE
               END-IF
           ELSE
               MOVE WS-FML-INICIO TO WS-FML-K
               PERFORM UNTIL WS-FML-K >= WS-FML-POS
                   MOVE WS-FML-ENTRADA(WS-FML-K:1) TO WS-FML-CHAR
                   PERFORM EMITIR-CARACTER-FORMULA
                   ADD 1 TO WS-FML-K
               END-PERFORM
           END-IF.

      * Le os argumentos entre os parenteses da chamada, separados
      * por virgula fora de parenteses internos; WS-FML-POS entra no
      * '(' e sai depois do ')' correspondente
       LER-ARGUMENTOS-FORMULA.
           MOVE 0 TO WS-FML-QTD-ARG
           MOVE 0 TO WS-FML-NIVEL
           MOVE 'N' TO WS-FML-FIM-ARGS
           ADD 1 TO WS-FML-POS
           PERFORM INICIAR-ARGUMENTO-FORMULA
           PERFORM UNTIL WS-FML-FIM-ARGS = 'S' OR WS-ERRO-FLAG = 'S'
               IF WS-FML-POS > WS-FML-TAM-ENT
                   DISPLAY 'ERRO: Chamada de '
                           FUNCTION TRIM(WS-FML-BUSCA)
                           ' sem fechar parenteses!'
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'EXPR_INVALIDA' TO WS-ERRO-TIPO
               ELSE
                   MOVE WS-FML-ENTRADA(WS-FML-POS:1) TO WS-FML-CHAR
                   IF WS-FML-CHAR = ')' AND WS-FML-NIVEL = 0
                       MOVE 'S' TO WS-FML-FIM-ARGS
                   ELSE
                   IF WS-FML-CHAR = ',' AND WS-FML-NIVEL = 0
                       PERFORM INICIAR-ARGUMENTO-FORMULA
                   ELSE
                       IF WS-FML-CHAR = '('
                           ADD 1 TO WS-FML-NIVEL
                       END-IF
                       IF WS-FML-CHAR = ')'
                           SUBTRACT 1 FROM WS-FML-NIVEL
                       END-IF
                       IF WS-FML-CHAR NOT = SPACE
                           PERFORM ANOTAR-CARACTER-ARGUMENTO
                       END-IF
                   END-IF
                   END-IF
                   ADD 1 TO WS-FML-POS
               END-IF
           END-PERFORM
           IF WS-ERRO-FLAG = 'N'
               IF WS-FML-QTD-ARG = 1 AND WS-FML-ARG-TAM(1) = 0
                   MOVE 0 TO WS-FML-QTD-ARG
               END-IF
               IF WS-FML-QTD-ARG NOT =
                  WS-FML-QTD-PARAM(WS-FML-IDX)
                   DISPLAY 'ERRO: A formula '
                           FUNCTION TRIM(WS-FML-BUSCA) ' espera '
                           WS-FML-QTD-PARAM(WS-FML-IDX)
                           ' argumento(s)!'
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'EXPR_INVALIDA' TO WS-ERRO-TIPO
               ELSE
                   MOVE 1 TO WS-FML-ARG-IDX
                   PERFORM UNTIL WS-FML-ARG-IDX > WS-FML-QTD-ARG
                       IF WS-FML-ARG-TAM(WS-FML-ARG-IDX) = 0
                           DISPLAY 'ERRO: Argumento vazio na chamada '
                                   'de ' FUNCTION TRIM(WS-FML-BUSCA)
                                   '!'
                           MOVE 'S' TO WS-ERRO-FLAG
                           MOVE 'EXPR_INVALIDA' TO WS-ERRO-TIPO
                       END-IF
                       ADD 1 TO WS-FML-ARG-IDX
                   END-PERFORM
               END-IF
           END-IF.

       INICIAR-ARGUMENTO-FORMULA.
           IF WS-FML-QTD-ARG >= 3
               DISPLAY 'ERRO: Argumentos demais na chamada de '
                       FUNCTION TRIM(WS-FML-BUSCA) '!'
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'EXPR_INVALIDA' TO WS-ERRO-TIPO
           ELSE
               ADD 1 TO WS-FML-QTD-ARG
               MOVE SPACES TO WS-FML-ARG(WS-FML-QTD-ARG)
               MOVE 0 TO WS-FML-ARG-TAM(WS-FML-QTD-ARG)
           END-IF.

       ANOTAR-CARACTER-ARGUMENTO.
           IF WS-FML-ARG-TAM(WS-FML-QTD-ARG) < 50
               ADD 1 TO WS-FML-ARG-TAM(WS-FML-QTD-ARG)
               MOVE WS-FML-CHAR TO WS-FML-ARG(WS-FML-QTD-ARG)
                   (WS-FML-ARG-TAM(WS-FML-QTD-ARG):1)
           END-IF.

      * Corpo da formula WS-FML-IDX entre parenteses; um argumento
      * com operador tambem vai entre parenteses para manter a
      * precedencia do corpo
       EMITIR-CORPO-FORMULA.
           MOVE '(' TO WS-FML-CHAR
           PERFORM EMITIR-CARACTER-FORMULA
           MOVE WS-FML-CORPO(WS-FML-IDX) TO WS-FML-CORPO-ATUAL
           MOVE 50 TO WS-FML-TAM-CORPO
           PERFORM UNTIL WS-FML-TAM-CORPO = 0 OR
                  WS-FML-CORPO-ATUAL(WS-FML-TAM-CORPO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FML-TAM-CORPO
           END-PERFORM
           MOVE 1 TO WS-FML-CPOS
           PERFORM UNTIL WS-FML-CPOS > WS-FML-TAM-CORPO OR
                         WS-ERRO-FLAG = 'S'
               MOVE WS-FML-CORPO-ATUAL(WS-FML-CPOS:1) TO WS-FML-CHAR
               IF (WS-FML-CHAR >= 'A' AND WS-FML-CHAR <= 'Z') OR
                  (WS-FML-CHAR >= 'a' AND WS-FML-CHAR <= 'z')
                   PERFORM EMITIR-NOME-CORPO
               ELSE
                   IF WS-FML-CHAR NOT = SPACE
                       PERFORM EMITIR-CARACTER-FORMULA
                   END-IF
                   ADD 1 TO WS-FML-CPOS
               END-IF
           END-PERFORM
           MOVE ')' TO WS-FML-CHAR
           PERFORM EMITIR-CARACTER-FORMULA.

       EMITIR-NOME-CORPO.
           MOVE WS-FML-CPOS TO WS-FML-CINICIO
           MOVE SPACES TO WS-FML-PALAVRA
           MOVE 0 TO WS-FML-NOME-TAM
           MOVE 'N' TO WS-FML-FIM-NOME
           PERFORM UNTIL WS-FML-CPOS > WS-FML-TAM-CORPO OR
                         WS-FML-FIM-NOME = 'S'
               MOVE WS-FML-CORPO-ATUAL(WS-FML-CPOS:1) TO WS-FML-CHAR
               IF (WS-FML-CHAR >= 'A' AND WS-FML-CHAR <= 'Z') OR
                  (WS-FML-CHAR >= 'a' AND WS-FML-CHAR <= 'z') OR
                  WS-FML-CHAR IS NUMERIC
                   IF WS-FML-NOME-TAM < 10
                       ADD 1 TO WS-FML-NOME-TAM
                       MOVE WS-FML-CHAR
                           TO WS-FML-PALAVRA(WS-FML-NOME-TAM:1)
                   END-IF
                   ADD 1 TO WS-FML-CPOS
               ELSE
                   MOVE 'S' TO WS-FML-FIM-NOME
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-FML-PALAVRA) TO WS-FML-PALAVRA
           MOVE 0 TO WS-FML-ARG-IDX
           MOVE 1 TO WS-FML-PAR-IDX
           PERFORM UNTIL WS-FML-PAR-IDX >
                         WS-FML-QTD-PARAM(WS-FML-IDX) OR
                         WS-FML-ARG-IDX > 0
               IF WS-FML-PARAM(WS-FML-IDX, WS-FML-PAR-IDX) =
                  WS-FML-PALAVRA
                   MOVE WS-FML-PAR-IDX TO WS-FML-ARG-IDX
               END-IF
               ADD 1 TO WS-FML-PAR-IDX
           END-PERFORM
           IF WS-FML-ARG-IDX > 0
               MOVE 0 TO WS-FML-OPERADORES
               INSPECT WS-FML-ARG(WS-FML-ARG-IDX)
                   TALLYING WS-FML-OPERADORES
                   FOR ALL '+' ALL '-' ALL '*' ALL '/'
               IF WS-FML-OPERADORES > 0
                   MOVE '(' TO WS-FML-CHAR
                   PERFORM EMITIR-CARACTER-FORMULA
               END-IF
               MOVE 1 TO WS-FML-K
               PERFORM UNTIL WS-FML-K > WS-FML-ARG-TAM(WS-FML-ARG-IDX)
                   MOVE WS-FML-ARG(WS-FML-ARG-IDX)(WS-FML-K:1)
                       TO WS-FML-CHAR
                   PERFORM EMITIR-CARACTER-FORMULA
                   ADD 1 TO WS-FML-K
               END-PERFORM
               IF WS-FML-OPERADORES > 0
                   MOVE ')' TO WS-FML-CHAR
                   PERFORM EMITIR-CARACTER-FORMULA
               END-IF
           ELSE
               MOVE WS-FML-CINICIO TO WS-FML-K
               PERFORM UNTIL WS-FML-K >= WS-FML-CPOS
                   MOVE WS-FML-CORPO-ATUAL(WS-FML-K:1) TO WS-FML-CHAR
                   PERFORM EMITIR-CARACTER-FORMULA
                   ADD 1 TO WS-FML-K
               END-PERFORM
           END-IF.

       EMITIR-CARACTER-FORMULA.
           IF WS-FML-TAM-SAI >= 50
               IF WS-ERRO-FLAG = 'N'
                   DISPLAY 'ERRO: Expressao expandida passa de 50 '
                           'caracteres!'
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'EXPR_MUITO_LONGA' TO WS-ERRO-TIPO
               END-IF
           ELSE
               ADD 1 TO WS-FML-TAM-SAI
               MOVE WS-FML-CHAR TO WS-FML-SAIDA(WS-FML-TAM-SAI:1)
           END-IF.

      * Registro 'A' com a chamada como foi digitada, gravado logo
      * antes do registro do calculo (que leva a expressao expandida)
       REGISTRAR-CHAMADA-FORMULA.
           PERFORM OBTER-DATA-HORA
           MOVE WS-DATA-FORMATADA TO LOG-DATA
           MOVE WS-HORA-FORMATADA TO LOG-HORA
           MOVE WS-OPERADOR-ID TO LOG-OPERADOR-ID
           MOVE 'A' TO LOG-TIPO-CALCULO
           MOVE 0 TO LOG-OPERANDO1
           MOVE 'FORM' TO LOG-OPERADOR-CHAR
           MOVE 0 TO LOG-OPERANDO2
           MOVE 0 TO LOG-RESULTADO
           MOVE 'N' TO LOG-ERRO-FLAG
           MOVE SPACES TO LOG-ERRO-TIPO
           MOVE WS-FML-DIGITADA TO LOG-EXPRESSAO-TXT
           MOVE SPACES TO LOG-CENTRO-CUSTO
           MOVE 'N' TO LOG-RETIDO-FLAG
           MOVE SPACES TO LOG-ELO
           WRITE LOG-RECORD
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o log de '
                       'auditoria!'
           END-IF.

       LOCALIZAR-FORMULA.
           MOVE 'N' TO WS-FML-ACHOU
           MOVE 1 TO WS-FML-IDX
           PERFORM UNTIL WS-FML-IDX > WS-FML-QTD OR
                         WS-FML-ACHOU = 'S'
               IF WS-FML-NOME(WS-FML-IDX) = WS-FML-BUSCA
                   MOVE 'S' TO WS-FML-ACHOU
               ELSE
                   ADD 1 TO WS-FML-IDX
               END-IF
           END-PERFORM.

       CARREGAR-FORMULAS.
           MOVE 0 TO WS-FML-QTD
           OPEN INPUT FORMULA-FILE
           IF WS-FORMULA-STATUS = '00'
               MOVE 'N' TO WS-FORMULA-EOF
               PERFORM UNTIL WS-FORMULA-EOF = 'S'
                   READ FORMULA-FILE
                       AT END
                           MOVE 'S' TO WS-FORMULA-EOF
                       NOT AT END
                           IF WS-FML-QTD < 50 AND FM-NOME NOT = SPACES
                              AND FM-QTD-PARAM IS NUMERIC
                              AND FM-QTD-PARAM <= 3
                               ADD 1 TO WS-FML-QTD
                               MOVE FM-NOME TO WS-FML-NOME(WS-FML-QTD)
                               MOVE FM-QTD-PARAM
                                   TO WS-FML-QTD-PARAM(WS-FML-QTD)
                               MOVE FM-PARAM(1)
                                   TO WS-FML-PARAM(WS-FML-QTD, 1)
                               MOVE FM-PARAM(2)
                                   TO WS-FML-PARAM(WS-FML-QTD, 2)
                               MOVE FM-PARAM(3)
                                   TO WS-FML-PARAM(WS-FML-QTD, 3)
                               MOVE FM-CORPO
                                   TO WS-FML-CORPO(WS-FML-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMULA-FILE
           END-IF.

       GRAVAR-FORMULAS.
           OPEN OUTPUT FORMULA-FILE
           IF WS-FORMULA-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar a biblioteca de '
                       'formulas!'
           ELSE
               MOVE 1 TO WS-FML-IDX
               PERFORM UNTIL WS-FML-IDX > WS-FML-QTD
                   MOVE WS-FML-NOME(WS-FML-IDX) TO FM-NOME
                   MOVE WS-FML-QTD-PARAM(WS-FML-IDX) TO FM-QTD-PARAM
                   MOVE WS-FML-PARAM(WS-FML-IDX, 1) TO FM-PARAM(1)
                   MOVE WS-FML-PARAM(WS-FML-IDX, 2) TO FM-PARAM(2)
                   MOVE WS-FML-PARAM(WS-FML-IDX, 3) TO FM-PARAM(3)
                   MOVE WS-FML-CORPO(WS-FML-IDX) TO FM-CORPO
                   WRITE FORMULA-RECORD
                   ADD 1 TO WS-FML-IDX
               END-PERFORM
               CLOSE FORMULA-FILE
           END-IF.

      * Opcao 29: a consulta e livre; inclusao, alteracao e exclusao
      * sao do supervisor
       MANUTENCAO-FORMULAS.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Formulas: L-Listar I-Incluir A-Alterar '
                       'E-Excluir F-Fim: ' WITH NO ADVANCING
               ACCEPT WS-FML-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-FML-OPCAO)
                   TO WS-FML-OPCAO
               EVALUATE WS-FML-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-FORMULAS
                   WHEN 'I'
                   WHEN 'A'
                   WHEN 'E'
                       IF WS-OPERADOR-NIVEL NOT = 'S'
                           DISPLAY 'Funcao restrita a supervisores.'
                       ELSE
                           PERFORM ATUALIZAR-FORMULA
                       END-IF
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-FORMULAS.
           PERFORM CARREGAR-FORMULAS
           IF WS-FML-QTD = 0
               DISPLAY 'Nenhuma formula cadastrada.'
           ELSE
               MOVE 1 TO WS-FML-IDX
               PERFORM UNTIL WS-FML-IDX > WS-FML-QTD
                   PERFORM MONTAR-IMAGEM-FORMULA
                   DISPLAY FUNCTION TRIM(WS-FML-IMAGEM)
                   ADD 1 TO WS-FML-IDX
               END-PERFORM
           END-IF.

      * NOME(P1,P2) = CORPO da formula WS-FML-IDX
       MONTAR-IMAGEM-FORMULA.
           MOVE SPACES TO WS-FML-IMAGEM
           EVALUATE WS-FML-QTD-PARAM(WS-FML-IDX)
               WHEN 0
                   STRING FUNCTION TRIM(WS-FML-NOME(WS-FML-IDX))
                          '() = '
                          FUNCTION TRIM(WS-FML-CORPO(WS-FML-IDX))
                          DELIMITED BY SIZE INTO WS-FML-IMAGEM
               WHEN 1
                   STRING FUNCTION TRIM(WS-FML-NOME(WS-FML-IDX)) '('
                          FUNCTION TRIM(WS-FML-PARAM(WS-FML-IDX, 1))
                          ') = '
                          FUNCTION TRIM(WS-FML-CORPO(WS-FML-IDX))
                          DELIMITED BY SIZE INTO WS-FML-IMAGEM
               WHEN 2
                   STRING FUNCTION TRIM(WS-FML-NOME(WS-FML-IDX)) '('
                          FUNCTION TRIM(WS-FML-PARAM(WS-FML-IDX, 1))
                          ','
                          FUNCTION TRIM(WS-FML-PARAM(WS-FML-IDX, 2))
                          ') = '
                          FUNCTION TRIM(WS-FML-CORPO(WS-FML-IDX))
                          DELIMITED BY SIZE INTO WS-FML-IMAGEM
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-FML-NOME(WS-FML-IDX)) '('
                          FUNCTION TRIM(WS-FML-PARAM(WS-FML-IDX, 1))
                          ','
                          FUNCTION TRIM(WS-FML-PARAM(WS-FML-IDX, 2))
                          ','
                          FUNCTION TRIM(WS-FML-PARAM(WS-FML-IDX, 3))
                          ') = '
                          FUNCTION TRIM(WS-FML-CORPO(WS-FML-IDX))
                          DELIMITED BY SIZE INTO WS-FML-IMAGEM
           END-EVALUATE.

      * Inclusao, alteracao (I/A) ou exclusao (E) de uma formula. A
      * tabela e relida sob a trava; a definicao nova entra na
      * tabela em memoria e e testada com todos os argumentos 1
      * antes de gravar, e uma definicao que nao calcula e recusada
       ATUALIZAR-FORMULA.
           DISPLAY 'Nome da formula: ' WITH NO ADVANCING
           ACCEPT WS-FML-PALAVRA
           MOVE FUNCTION UPPER-CASE(WS-FML-PALAVRA) TO WS-FML-PALAVRA
           PERFORM VALIDAR-NOME-FORMULA
           IF WS-FML-DEF-OK NOT = 'S'
               DISPLAY 'Nome invalido: comece com uma letra e use so '
                       'letras e digitos.'
           ELSE
               MOVE WS-FML-PALAVRA TO WS-FML-NOME-MANUT
               MOVE WS-FML-PALAVRA TO WS-NOME-TOKEN
               PERFORM LOCALIZAR-REGISTRADOR
               PERFORM LOCALIZAR-CONSTANTE
               IF WS-FML-OPCAO = 'I' AND
                  (WS-REG-ACHOU = 'S' OR WS-CONST-ACHOU = 'S')
                   DISPLAY 'Nome ja usado por constante ou pela '
                           'memoria.'
               ELSE
                   IF WS-FML-OPCAO NOT = 'E'
                       PERFORM LER-DEFINICAO-FORMULA
                   ELSE
                       MOVE 'S' TO WS-FML-DEF-OK
                   END-IF
                   IF WS-FML-DEF-OK = 'S'
                       PERFORM RESERVAR-TRAVA-FORMULAS
                       IF WS-TRAVA-OK NOT = 'S'
                           DISPLAY 'Biblioteca de formulas em uso; '
                                   'tente de novo.'
                       ELSE
                           PERFORM APLICAR-ATUALIZACAO-FORMULA
                           CLOSE FORMULA-TRAVA-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APLICAR-ATUALIZACAO-FORMULA.
           PERFORM CARREGAR-FORMULAS
           MOVE WS-FML-NOME-MANUT TO WS-FML-BUSCA
           PERFORM LOCALIZAR-FORMULA
           MOVE SPACES TO WS-JOR-ANTES
           MOVE SPACES TO WS-JOR-DEPOIS
           IF WS-FML-OPCAO = 'I' AND WS-FML-ACHOU = 'S'
               DISPLAY 'Formula ja existe; use Alterar.'
           ELSE
           IF WS-FML-OPCAO NOT = 'I' AND WS-FML-ACHOU NOT = 'S'
               DISPLAY 'Formula nao cadastrada.'
           ELSE
           IF WS-FML-OPCAO = 'I' AND WS-FML-QTD >= 50
               DISPLAY 'Biblioteca de formulas cheia.'
           ELSE
               IF WS-FML-ACHOU = 'S'
                   PERFORM MONTAR-IMAGEM-FORMULA
                   MOVE WS-FML-IMAGEM TO WS-JOR-ANTES
               END-IF
               IF WS-FML-OPCAO = 'E'
                   PERFORM EXCLUIR-FORMULA-TABELA
                   MOVE 'S' TO WS-FML-DEF-OK
               ELSE
                   IF WS-FML-OPCAO = 'I'
                       ADD 1 TO WS-FML-QTD
                       MOVE WS-FML-QTD TO WS-FML-IDX
                   END-IF
                   MOVE WS-FML-NOME-MANUT TO WS-FML-NOME(WS-FML-IDX)
                   MOVE WS-FML-NOVO-QTD TO WS-FML-QTD-PARAM(WS-FML-IDX)
                   MOVE WS-FML-NOVO-PARAM(1)
                       TO WS-FML-PARAM(WS-FML-IDX, 1)
                   MOVE WS-FML-NOVO-PARAM(2)
                       TO WS-FML-PARAM(WS-FML-IDX, 2)
                   MOVE WS-FML-NOVO-PARAM(3)
                       TO WS-FML-PARAM(WS-FML-IDX, 3)
                   MOVE WS-FML-NOVO-CORPO TO WS-FML-CORPO(WS-FML-IDX)
                   PERFORM MONTAR-IMAGEM-FORMULA
                   MOVE WS-FML-IMAGEM TO WS-JOR-DEPOIS
                   PERFORM TESTAR-FORMULA
               END-IF
               IF WS-FML-DEF-OK = 'S'
                   PERFORM GRAVAR-FORMULAS
                   IF WS-FORMULA-STATUS = '00'
                       EVALUATE WS-FML-OPCAO
                           WHEN 'I'
                               DISPLAY 'Formula incluida.'
                           WHEN 'A'
                               DISPLAY 'Formula alterada.'
                           WHEN OTHER
                               DISPLAY 'Formula excluida.'
                       END-EVALUATE
                       MOVE 'FORMULAS' TO WS-JOR-ARQUIVO
                       MOVE WS-FML-OPCAO TO WS-JOR-ACAO
                       MOVE WS-FML-NOME-MANUT TO WS-JOR-CHAVE
                       PERFORM GRAVAR-JORNAL
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       EXCLUIR-FORMULA-TABELA.
           PERFORM UNTIL WS-FML-IDX >= WS-FML-QTD
               MOVE WS-FML-ENT(WS-FML-IDX + 1) TO WS-FML-ENT(WS-FML-IDX)
               ADD 1 TO WS-FML-IDX
           END-PERFORM
           SUBTRACT 1 FROM WS-FML-QTD.

      * Calcula NOME(1,...) com a definicao ja na tabela em memoria;
      * divisao por zero com argumentos 1 nao invalida a formula
       TESTAR-FORMULA.
           MOVE SPACES TO WS-EXPRESSAO
           EVALUATE WS-FML-NOVO-QTD
               WHEN 0
                   STRING FUNCTION TRIM(WS-FML-NOME-MANUT) '()'
                          DELIMITED BY SIZE INTO WS-EXPRESSAO
               WHEN 1
                   STRING FUNCTION TRIM(WS-FML-NOME-MANUT) '(1)'
                          DELIMITED BY SIZE INTO WS-EXPRESSAO
               WHEN 2
                   STRING FUNCTION TRIM(WS-FML-NOME-MANUT) '(1,1)'
                          DELIMITED BY SIZE INTO WS-EXPRESSAO
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-FML-NOME-MANUT) '(1,1,1)'
                          DELIMITED BY SIZE INTO WS-EXPRESSAO
           END-EVALUATE
           MOVE 'S' TO WS-FML-EM-TESTE
           PERFORM EXPANDIR-FORMULAS
           MOVE 'N' TO WS-FML-EM-TESTE
           IF WS-ERRO-FLAG = 'N'
               DISPLAY 'Expansao: ' FUNCTION TRIM(WS-EXPRESSAO)
               PERFORM PROCESSAR-EXPRESSAO
           END-IF
           IF WS-ERRO-FLAG = 'N' OR WS-ERRO-TIPO = 'DIV_ZERO'
               MOVE 'S' TO WS-FML-DEF-OK
               IF WS-ERRO-FLAG = 'N'
                   MOVE WS-RESULTADO TO WS-DISPLAY-RESULT
                   DISPLAY 'Teste com argumentos 1: ' WS-DISPLAY-RESULT
               END-IF
           ELSE
               MOVE 'N' TO WS-FML-DEF-OK
               DISPLAY 'Formula recusada: a expressao nao calcula ('
                       FUNCTION TRIM(WS-ERRO-TIPO) ').'
           END-IF.

       VALIDAR-NOME-FORMULA.
           MOVE 'S' TO WS-FML-DEF-OK
           MOVE 'N' TO WS-FML-VIU-BRANCO
           IF WS-FML-PALAVRA(1:1) < 'A' OR WS-FML-PALAVRA(1:1) > 'Z'
               MOVE 'N' TO WS-FML-DEF-OK
           END-IF
           MOVE 2 TO WS-FML-K
           PERFORM UNTIL WS-FML-K > 10 OR WS-FML-DEF-OK = 'N'
               MOVE WS-FML-PALAVRA(WS-FML-K:1) TO WS-FML-CHAR
               IF WS-FML-CHAR = SPACE
                   MOVE 'S' TO WS-FML-VIU-BRANCO
               ELSE
                   IF WS-FML-VIU-BRANCO = 'S' OR
                      ((WS-FML-CHAR < 'A' OR WS-FML-CHAR > 'Z') AND
                       WS-FML-CHAR NOT NUMERIC)
                       MOVE 'N' TO WS-FML-DEF-OK
                   END-IF
               END-IF
               ADD 1 TO WS-FML-K
           END-PERFORM.

      * Parametros separados por virgula (ate 3, nomes como os de
      * constante) e o corpo da formula
       LER-DEFINICAO-FORMULA.
           MOVE 'S' TO WS-FML-DEF-OK
           DISPLAY 'Parametros separados por virgula (ate 3, '
                   'branco = nenhum): ' WITH NO ADVANCING
           ACCEPT WS-FML-PARAM-TEXTO
           MOVE FUNCTION UPPER-CASE(WS-FML-PARAM-TEXTO)
               TO WS-FML-PARAM-TEXTO
           MOVE SPACES TO WS-FML-NOVOS-PARAMETROS
           MOVE 0 TO WS-FML-NOVO-QTD
           MOVE 0 TO WS-FML-NOME-TAM
           IF WS-FML-PARAM-TEXTO NOT = SPACES
               MOVE 1 TO WS-FML-NOVO-QTD
           END-IF
           MOVE 1 TO WS-FML-K
           PERFORM UNTIL WS-FML-K > 40 OR WS-FML-DEF-OK = 'N'
               MOVE WS-FML-PARAM-TEXTO(WS-FML-K:1) TO WS-FML-CHAR
               IF WS-FML-CHAR = ','
                   IF WS-FML-NOVO-QTD >= 3
                       DISPLAY 'No maximo 3 parametros.'
                       MOVE 'N' TO WS-FML-DEF-OK
                   ELSE
                       ADD 1 TO WS-FML-NOVO-QTD
                       MOVE 0 TO WS-FML-NOME-TAM
                   END-IF
               ELSE
               IF WS-FML-CHAR NOT = SPACE
                   IF WS-FML-NOME-TAM >= 10
                       DISPLAY 'Nome de parametro com mais de 10 '
                               'caracteres.'
                       MOVE 'N' TO WS-FML-DEF-OK
                   ELSE
                       ADD 1 TO WS-FML-NOME-TAM
                       MOVE WS-FML-CHAR TO
                           WS-FML-NOVO-PARAM(WS-FML-NOVO-QTD)
                               (WS-FML-NOME-TAM:1)
                   END-IF
               END-IF
               END-IF
               ADD 1 TO WS-FML-K
           END-PERFORM
           MOVE 1 TO WS-FML-PAR-IDX
           PERFORM UNTIL WS-FML-PAR-IDX > WS-FML-NOVO-QTD OR
                         WS-FML-DEF-OK = 'N'
               MOVE WS-FML-NOVO-PARAM(WS-FML-PAR-IDX) TO WS-FML-PALAVRA
               PERFORM VALIDAR-NOME-FORMULA
               IF WS-FML-DEF-OK = 'N'
                   DISPLAY 'Parametro invalido: comece com uma letra '
                           'e use so letras e digitos.'
               ELSE
                   IF WS-FML-PAR-IDX > 1 AND
                      (WS-FML-PALAVRA = WS-FML-NOVO-PARAM(1) OR
                       (WS-FML-PAR-IDX > 2 AND
                        WS-FML-PALAVRA = WS-FML-NOVO-PARAM(2)))
                       DISPLAY 'Parametro repetido: '
                               FUNCTION TRIM(WS-FML-PALAVRA)
                       MOVE 'N' TO WS-FML-DEF-OK
                   END-IF
               END-IF
               ADD 1 TO WS-FML-PAR-IDX
           END-PERFORM
           IF WS-FML-DEF-OK = 'S'
               DISPLAY 'Expressao da formula: ' WITH NO ADVANCING
               ACCEPT WS-FML-NOVO-CORPO
               IF WS-FML-NOVO-CORPO = SPACES
                   DISPLAY 'Expressao em branco.'
                   MOVE 'N' TO WS-FML-DEF-OK
               END-IF
           END-IF.

       RESERVAR-TRAVA-FORMULAS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND FORMULA-TRAVA-FILE WITH LOCK
               EVALUATE WS-FORMULA-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT FORMULA-TRAVA-FILE WITH LOCK
                       IF WS-FORMULA-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

      * Opcao 30: a consulta e livre; inclusao, alteracao, exclusao
      * e a carga anual sao do supervisor
       CALENDARIO-FERIADOS.
           MOVE 'N' TO WS-FIM-MANUTENCAO
           PERFORM UNTIL WS-FIM-MANUTENCAO = 'S'
               DISPLAY ' '
               DISPLAY 'Feriados: L-Listar I-Incluir A-Alterar '
                       'E-Excluir C-Carga anual F-Fim: '
                       WITH NO ADVANCING
               ACCEPT WS-FER-OPCAO
               MOVE FUNCTION UPPER-CASE(WS-FER-OPCAO)
                   TO WS-FER-OPCAO
               EVALUATE WS-FER-OPCAO
                   WHEN 'L'
                       PERFORM LISTAR-FERIADOS
                   WHEN 'I'
                   WHEN 'A'
                   WHEN 'E'
                       IF WS-OPERADOR-NIVEL NOT = 'S'
                           DISPLAY 'Funcao restrita a supervisores.'
                       ELSE
                           PERFORM ATUALIZAR-FERIADO
                       END-IF
                   WHEN 'C'
                       IF WS-OPERADOR-NIVEL NOT = 'S'
                           DISPLAY 'Funcao restrita a supervisores.'
                       ELSE
                           PERFORM CARGA-ANUAL-FERIADOS
                       END-IF
                   WHEN 'F'
                       MOVE 'S' TO WS-FIM-MANUTENCAO
                   WHEN OTHER
                       DISPLAY 'Opcao invalida.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-FERIADOS.
           DISPLAY 'Ano (AAAA, branco = ano corrente): '
               WITH NO ADVANCING
           ACCEPT WS-FER-ANO
           IF WS-FER-ANO = SPACES
               PERFORM OBTER-DATA-HORA
               MOVE WS-DATA-FORMATADA(1:4) TO WS-FER-ANO
           END-IF
           IF WS-FER-ANO IS NOT NUMERIC
               DISPLAY 'Ano invalido.'
           ELSE
               PERFORM CARREGAR-FERIADOS
               MOVE 0 TO WS-FER-EXIBIDOS
               MOVE 1 TO WS-FER-IDX
               PERFORM UNTIL WS-FER-IDX > WS-FER-QTD
                   IF WS-FER-DATA(WS-FER-IDX)(1:4) = WS-FER-ANO
                       ADD 1 TO WS-FER-EXIBIDOS
                       COMPUTE WS-DUT-DIA-SEMANA =
                           FUNCTION REM(WS-FER-INT(WS-FER-IDX), 7)
                       MOVE WS-FER-TIPO(WS-FER-IDX) TO WS-FER-IMG-TIPO
                       PERFORM MONTAR-TIPO-FERIADO
                       DISPLAY WS-FER-DATA(WS-FER-IDX) ' '
                               WS-FER-NOME-DIA(WS-DUT-DIA-SEMANA + 1)
                               ' ' WS-FER-TIPO-TEXTO ' '
                               FUNCTION TRIM(
                                   WS-FER-DESCRICAO(WS-FER-IDX))
                   END-IF
                   ADD 1 TO WS-FER-IDX
               END-PERFORM
               IF WS-FER-EXIBIDOS = 0
                   DISPLAY 'Nenhum feriado cadastrado para '
                           WS-FER-ANO '.'
               ELSE
                   DISPLAY WS-FER-EXIBIDOS ' feriado(s) em '
                           WS-FER-ANO '.'
               END-IF
           END-IF.

       MONTAR-TIPO-FERIADO.
           IF WS-FER-IMG-TIPO = 'B'
               MOVE 'BANCARIO' TO WS-FER-TIPO-TEXTO
           ELSE
               MOVE 'NACIONAL' TO WS-FER-TIPO-TEXTO
           END-IF.

      * Imagem para o jornal: tipo e descricao em WS-FER-IMG-*
       MONTAR-IMAGEM-FERIADO.
           PERFORM MONTAR-TIPO-FERIADO
           MOVE SPACES TO WS-FER-IMAGEM
           STRING WS-FER-TIPO-TEXTO ' '
                  FUNCTION TRIM(WS-FER-IMG-DESCRICAO)
                  DELIMITED BY SIZE INTO WS-FER-IMAGEM.

      * Inclusao, alteracao (I/A) ou exclusao (E) de um feriado; o
      * calendario e relido sob a trava e regravado em ordem de data
       ATUALIZAR-FERIADO.
           DISPLAY 'Data do feriado (AAAA-MM-DD): ' WITH NO ADVANCING
           ACCEPT WS-FER-NOVO-DATA
           MOVE WS-FER-NOVO-DATA TO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           IF WS-DTU-OK NOT = 'S'
               DISPLAY 'Data invalida.'
           ELSE
               MOVE WS-DTU-INT TO WS-FER-NOVO-INT
               MOVE 'S' TO WS-FER-DEF-OK
               IF WS-FER-OPCAO NOT = 'E'
                   PERFORM LER-DEFINICAO-FERIADO
               END-IF
               IF WS-FER-DEF-OK = 'S'
                   PERFORM RESERVAR-TRAVA-FERIADOS
                   IF WS-TRAVA-OK NOT = 'S'
                       DISPLAY 'Calendario de feriados em uso; '
                               'tente de novo.'
                   ELSE
                       PERFORM APLICAR-ATUALIZACAO-FERIADO
                       CLOSE FERIADO-TRAVA-FILE
                   END-IF
               END-IF
           END-IF.

       LER-DEFINICAO-FERIADO.
           DISPLAY 'Tipo (N-nacional, B-bancario): ' WITH NO ADVANCING
           ACCEPT WS-FER-NOVO-TIPO
           MOVE FUNCTION UPPER-CASE(WS-FER-NOVO-TIPO)
               TO WS-FER-NOVO-TIPO
           IF WS-FER-NOVO-TIPO NOT = 'N' AND
              WS-FER-NOVO-TIPO NOT = 'B'
               DISPLAY 'Tipo invalido.'
               MOVE 'N' TO WS-FER-DEF-OK
           ELSE
               DISPLAY 'Descricao: ' WITH NO ADVANCING
               ACCEPT WS-FER-NOVO-DESCRICAO
               IF WS-FER-NOVO-DESCRICAO = SPACES
                   DISPLAY 'Descricao em branco.'
                   MOVE 'N' TO WS-FER-DEF-OK
               END-IF
           END-IF.

       APLICAR-ATUALIZACAO-FERIADO.
           PERFORM CARREGAR-FERIADOS
           MOVE WS-FER-NOVO-INT TO WS-FER-BUSCA-INT
           PERFORM LOCALIZAR-FERIADO
           MOVE SPACES TO WS-JOR-ANTES
           MOVE SPACES TO WS-JOR-DEPOIS
           IF WS-FER-OPCAO = 'I' AND WS-FER-ACHOU = 'S'
               DISPLAY 'Feriado ja cadastrado nesta data; use Alterar.'
           ELSE
           IF WS-FER-OPCAO NOT = 'I' AND WS-FER-ACHOU NOT = 'S'
               DISPLAY 'Feriado nao cadastrado.'
           ELSE
           IF WS-FER-OPCAO = 'I' AND WS-FER-QTD >= 500
               DISPLAY 'Calendario de feriados cheio.'
           ELSE
               IF WS-FER-ACHOU = 'S'
                   MOVE WS-FER-TIPO(WS-FER-IDX) TO WS-FER-IMG-TIPO
                   MOVE WS-FER-DESCRICAO(WS-FER-IDX)
                       TO WS-FER-IMG-DESCRICAO
                   PERFORM MONTAR-IMAGEM-FERIADO
                   MOVE WS-FER-IMAGEM TO WS-JOR-ANTES
                   PERFORM EXCLUIR-FERIADO-TABELA
               END-IF
               IF WS-FER-OPCAO NOT = 'E'
                   PERFORM INSERIR-FERIADO-TABELA
                   MOVE WS-FER-NOVO-TIPO TO WS-FER-IMG-TIPO
                   MOVE WS-FER-NOVO-DESCRICAO TO WS-FER-IMG-DESCRICAO
                   PERFORM MONTAR-IMAGEM-FERIADO
                   MOVE WS-FER-IMAGEM TO WS-JOR-DEPOIS
               END-IF
               PERFORM GRAVAR-FERIADOS
               IF WS-FERIADO-STATUS = '00'
                   EVALUATE WS-FER-OPCAO
                       WHEN 'I'
                           DISPLAY 'Feriado incluido.'
                       WHEN 'A'
                           DISPLAY 'Feriado alterado.'
                       WHEN OTHER
                           DISPLAY 'Feriado excluido.'
                   END-EVALUATE
                   MOVE 'FERIADOS' TO WS-JOR-ARQUIVO
                   MOVE WS-FER-OPCAO TO WS-JOR-ACAO
                   MOVE WS-FER-NOVO-DATA TO WS-JOR-CHAVE
                   PERFORM GRAVAR-JORNAL
               END-IF
           END-IF
           END-IF
           END-IF.

      * Insere WS-FER-NOVO-* na posicao da data; quem chama ja
      * conferiu a capacidade da tabela
       INSERIR-FERIADO-TABELA.
           ADD 1 TO WS-FER-QTD
           MOVE WS-FER-QTD TO WS-FER-IDX
           MOVE 'N' TO WS-FER-ACHOU
           PERFORM UNTIL WS-FER-ACHOU = 'S'
               IF WS-FER-IDX = 1
                   MOVE 'S' TO WS-FER-ACHOU
               ELSE
                   IF WS-FER-INT(WS-FER-IDX - 1) < WS-FER-NOVO-INT
                       MOVE 'S' TO WS-FER-ACHOU
                   ELSE
                       MOVE WS-FER-ENT(WS-FER-IDX - 1)
                           TO WS-FER-ENT(WS-FER-IDX)
                       SUBTRACT 1 FROM WS-FER-IDX
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-FER-NOVO-DATA TO WS-FER-DATA(WS-FER-IDX)
           MOVE WS-FER-NOVO-INT TO WS-FER-INT(WS-FER-IDX)
           MOVE WS-FER-NOVO-TIPO TO WS-FER-TIPO(WS-FER-IDX)
           MOVE WS-FER-NOVO-DESCRICAO TO WS-FER-DESCRICAO(WS-FER-IDX).

       EXCLUIR-FERIADO-TABELA.
           PERFORM UNTIL WS-FER-IDX >= WS-FER-QTD
               MOVE WS-FER-ENT(WS-FER-IDX + 1) TO WS-FER-ENT(WS-FER-IDX)
               ADD 1 TO WS-FER-IDX
           END-PERFORM
           SUBTRACT 1 FROM WS-FER-QTD.

       LOCALIZAR-FERIADO.
           MOVE 'N' TO WS-FER-ACHOU
           MOVE 1 TO WS-FER-IDX
           PERFORM UNTIL WS-FER-IDX > WS-FER-QTD OR
                         WS-FER-ACHOU = 'S'
               IF WS-FER-INT(WS-FER-IDX) = WS-FER-BUSCA-INT
                   MOVE 'S' TO WS-FER-ACHOU
               ELSE
                   ADD 1 TO WS-FER-IDX
               END-IF
           END-PERFORM.

      * Le o calendario inteiro para a tabela; usa WS-DTU-* para
      * converter as datas
       CARREGAR-FERIADOS.
           MOVE 0 TO WS-FER-QTD
           OPEN INPUT FERIADO-FILE
           IF WS-FERIADO-STATUS = '00'
               MOVE 'N' TO WS-FERIADO-EOF
               PERFORM UNTIL WS-FERIADO-EOF = 'S'
                   READ FERIADO-FILE
                       AT END
                           MOVE 'S' TO WS-FERIADO-EOF
                       NOT AT END
                           MOVE FR-DATA TO WS-DTU-TEXTO
                           PERFORM VALIDAR-DATA-TEXTO
                           IF WS-FER-QTD < 500 AND WS-DTU-OK = 'S'
                               ADD 1 TO WS-FER-QTD
                               MOVE FR-DATA TO WS-FER-DATA(WS-FER-QTD)
                               MOVE WS-DTU-INT
                                   TO WS-FER-INT(WS-FER-QTD)
                               MOVE FR-TIPO TO WS-FER-TIPO(WS-FER-QTD)
                               MOVE FR-DESCRICAO
                                   TO WS-FER-DESCRICAO(WS-FER-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADO-FILE
           END-IF.

       GRAVAR-FERIADOS.
           OPEN OUTPUT FERIADO-FILE
           IF WS-FERIADO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o calendario de '
                       'feriados!'
           ELSE
               MOVE 1 TO WS-FER-IDX
               PERFORM UNTIL WS-FER-IDX > WS-FER-QTD
                   MOVE WS-FER-DATA(WS-FER-IDX) TO FR-DATA
                   MOVE WS-FER-TIPO(WS-FER-IDX) TO FR-TIPO
                   MOVE WS-FER-DESCRICAO(WS-FER-IDX) TO FR-DESCRICAO
                   WRITE FERIADO-RECORD
                   ADD 1 TO WS-FER-IDX
               END-PERFORM
               CLOSE FERIADO-FILE
           END-IF.

      * Carga anual: a lista fornecida (mesmo leiaute de
      * feriados.dat) substitui todos os feriados do ano; qualquer
      * registro rejeitado cancela a carga inteira
       CARGA-ANUAL-FERIADOS.
           DISPLAY 'Ano da carga (AAAA): ' WITH NO ADVANCING
           ACCEPT WS-FER-ANO
           IF WS-FER-ANO IS NOT NUMERIC OR WS-FER-ANO < '1601'
               DISPLAY 'Ano invalido.'
           ELSE
               DISPLAY 'Arquivo com a lista de feriados: '
                   WITH NO ADVANCING
               ACCEPT WS-FERIADO-IMP-FILENAME
               OPEN INPUT FERIADO-IMP-FILE
               IF WS-FERIADO-IMP-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel abrir o arquivo!'
               ELSE
                   MOVE 0 TO WS-ULTIMO-CHECKPOINT
                   MOVE SPACES TO WS-REJEITO-FILENAME
                   STRING 'rej_' FUNCTION TRIM(WS-FERIADO-IMP-FILENAME)
                       DELIMITED BY SIZE INTO WS-REJEITO-FILENAME
                   PERFORM ABRIR-ARQUIVO-REJEITOS
                   PERFORM LER-LISTA-FERIADOS
                   CLOSE FERIADO-IMP-FILE
                   PERFORM FECHAR-ARQUIVO-REJEITOS
                   IF WS-FCG-REJEITADOS > 0
                       DISPLAY 'Carga NAO realizada: '
                               WS-FCG-REJEITADOS ' registro(s) '
                               'rejeitado(s) em '
                               FUNCTION TRIM(WS-REJEITO-FILENAME)
                               '; corrija a lista e carregue de novo.'
                   ELSE
                   IF WS-FCG-QTD = 0
                       DISPLAY 'Carga NAO realizada: nenhum feriado '
                               'na lista.'
                   ELSE
                       PERFORM CONFIRMAR-CARGA-FERIADOS
                   END-IF
                   END-IF
               END-IF
           END-IF.

       LER-LISTA-FERIADOS.
           MOVE 0 TO WS-FCG-QTD
           MOVE 0 TO WS-FCG-LIDAS
           MOVE 0 TO WS-FCG-REJEITADOS
           MOVE 'N' TO WS-FERIADO-IMP-EOF
           PERFORM UNTIL WS-FERIADO-IMP-EOF = 'S'
               READ FERIADO-IMP-FILE
                   AT END
                       MOVE 'S' TO WS-FERIADO-IMP-EOF
                   NOT AT END
                       IF FERIADO-IMP-RECORD NOT = SPACES
                           ADD 1 TO WS-FCG-LIDAS
                           PERFORM VALIDAR-REGISTRO-FERIADO
                           IF WS-ERRO-FLAG = 'N'
                               ADD 1 TO WS-FCG-QTD
                               MOVE FI-DATA TO WS-FCG-DATA(WS-FCG-QTD)
                               MOVE WS-DTU-INT
                                   TO WS-FCG-INT(WS-FCG-QTD)
                               MOVE WS-FER-NOVO-TIPO
                                   TO WS-FCG-TIPO(WS-FCG-QTD)
                               MOVE FI-DESCRICAO
                                   TO WS-FCG-DESCRICAO(WS-FCG-QTD)
                           ELSE
                               MOVE WS-FCG-LIDAS TO WS-REGISTRO-ATUAL
                               MOVE SPACES TO WS-REGISTRO-LOTE
                               MOVE FERIADO-IMP-RECORD
                                   TO WS-REGISTRO-LOTE
                               PERFORM GRAVAR-REJEITO
                               ADD 1 TO WS-FCG-REJEITADOS
                               DISPLAY 'Registro ' WS-FCG-LIDAS ' ('
                                       FI-DATA '): '
                                       FUNCTION TRIM(WS-ERRO-TIPO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VALIDAR-REGISTRO-FERIADO.
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE FUNCTION UPPER-CASE(FI-TIPO) TO WS-FER-NOVO-TIPO
           MOVE FI-DATA TO WS-DTU-TEXTO
           PERFORM VALIDAR-DATA-TEXTO
           IF WS-DTU-OK NOT = 'S'
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'DATA_INVALIDA' TO WS-ERRO-TIPO
           ELSE
           IF FI-DATA(1:4) NOT = WS-FER-ANO
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'FORA_DO_ANO' TO WS-ERRO-TIPO
           ELSE
           IF WS-FER-NOVO-TIPO NOT = 'N' AND
              WS-FER-NOVO-TIPO NOT = 'B'
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'TIPO_INVALIDO' TO WS-ERRO-TIPO
           ELSE
           IF FI-DESCRICAO = SPACES
               MOVE 'S' TO WS-ERRO-FLAG
               MOVE 'SEM_DESCRICAO' TO WS-ERRO-TIPO
           ELSE
               MOVE WS-DTU-INT TO WS-FER-BUSCA-INT
               PERFORM LOCALIZAR-FERIADO-CARGA
               IF WS-FCG-ACHOU = 'S'
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'DATA_DUPLICADA' TO WS-ERRO-TIPO
               ELSE
               IF WS-FCG-QTD >= 100
                   MOVE 'S' TO WS-ERRO-FLAG
                   MOVE 'LISTA_CHEIA' TO WS-ERRO-TIPO
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOCALIZAR-FERIADO-CARGA.
           MOVE 'N' TO WS-FCG-ACHOU
           MOVE 1 TO WS-FCG-IDX
           PERFORM UNTIL WS-FCG-IDX > WS-FCG-QTD OR
                         WS-FCG-ACHOU = 'S'
               IF WS-FCG-INT(WS-FCG-IDX) = WS-FER-BUSCA-INT
                   MOVE 'S' TO WS-FCG-ACHOU
               ELSE
                   ADD 1 TO WS-FCG-IDX
               END-IF
           END-PERFORM.

       LOCALIZAR-FERIADO-ANTERIOR.
           MOVE 'N' TO WS-FAN-ACHOU
           MOVE 1 TO WS-FAN-IDX
           PERFORM UNTIL WS-FAN-IDX > WS-FAN-QTD OR
                         WS-FAN-ACHOU = 'S'
               IF WS-FAN-INT(WS-FAN-IDX) = WS-FER-BUSCA-INT
                   MOVE 'S' TO WS-FAN-ACHOU
               ELSE
                   ADD 1 TO WS-FAN-IDX
               END-IF
           END-PERFORM.

       CONFIRMAR-CARGA-FERIADOS.
           PERFORM CARREGAR-FERIADOS
           MOVE 0 TO WS-FCG-ANTIGOS
           MOVE 1 TO WS-FER-IDX
           PERFORM UNTIL WS-FER-IDX > WS-FER-QTD
               IF WS-FER-DATA(WS-FER-IDX)(1:4) = WS-FER-ANO
                   ADD 1 TO WS-FCG-ANTIGOS
               END-IF
               ADD 1 TO WS-FER-IDX
           END-PERFORM
           DISPLAY 'Feriados de ' WS-FER-ANO ': ' WS-FCG-ANTIGOS
                   ' no calendario, ' WS-FCG-QTD ' na lista.'
           DISPLAY 'Substituir os feriados do ano pelos da lista? '
                   '(S/N): ' WITH NO ADVANCING
           ACCEPT WS-FER-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WS-FER-RESPOSTA) TO WS-FER-RESPOSTA
           IF WS-FER-RESPOSTA NOT = 'S'
               DISPLAY 'Carga cancelada.'
           ELSE
               PERFORM RESERVAR-TRAVA-FERIADOS
               IF WS-TRAVA-OK NOT = 'S'
                   DISPLAY 'Calendario de feriados em uso; tente de '
                           'novo.'
               ELSE
                   PERFORM APLICAR-CARGA-FERIADOS
                   CLOSE FERIADO-TRAVA-FILE
               END-IF
           END-IF.

      * Sob a trava: tira do calendario os feriados do ano (guardados
      * para o jornal), insere os da lista e regrava; depois da
      * gravacao o jornal recebe uma exclusao por data que saiu e uma
      * importacao por data nova ou mudada
       APLICAR-CARGA-FERIADOS.
           PERFORM CARREGAR-FERIADOS
           MOVE 0 TO WS-FAN-QTD
           MOVE 0 TO WS-FCG-ANTIGOS
           MOVE 1 TO WS-FER-IDX
           PERFORM UNTIL WS-FER-IDX > WS-FER-QTD
               IF WS-FER-DATA(WS-FER-IDX)(1:4) = WS-FER-ANO
                   ADD 1 TO WS-FCG-ANTIGOS
               END-IF
               ADD 1 TO WS-FER-IDX
           END-PERFORM
           IF WS-FCG-ANTIGOS > 100 OR
              WS-FER-QTD - WS-FCG-ANTIGOS + WS-FCG-QTD > 500
               DISPLAY 'Calendario de feriados cheio; carga NAO '
                       'realizada.'
           ELSE
               MOVE 1 TO WS-FER-IDX
               PERFORM UNTIL WS-FER-IDX > WS-FER-QTD
                   IF WS-FER-DATA(WS-FER-IDX)(1:4) = WS-FER-ANO
                       ADD 1 TO WS-FAN-QTD
                       MOVE WS-FER-ENT(WS-FER-IDX)
                           TO WS-FAN-ENT(WS-FAN-QTD)
                       MOVE WS-FER-IDX TO WS-FCG-IDX
                       PERFORM EXCLUIR-FERIADO-TABELA
                       MOVE WS-FCG-IDX TO WS-FER-IDX
                   ELSE
                       ADD 1 TO WS-FER-IDX
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-FCG-IDX
               PERFORM UNTIL WS-FCG-IDX > WS-FCG-QTD
                   MOVE WS-FCG-DATA(WS-FCG-IDX) TO WS-FER-NOVO-DATA
                   MOVE WS-FCG-INT(WS-FCG-IDX) TO WS-FER-NOVO-INT
                   MOVE WS-FCG-TIPO(WS-FCG-IDX) TO WS-FER-NOVO-TIPO
                   MOVE WS-FCG-DESCRICAO(WS-FCG-IDX)
                       TO WS-FER-NOVO-DESCRICAO
                   PERFORM INSERIR-FERIADO-TABELA
                   ADD 1 TO WS-FCG-IDX
               END-PERFORM
               PERFORM GRAVAR-FERIADOS
               IF WS-FERIADO-STATUS = '00'
                   PERFORM JORNAL-CARGA-FERIADOS
                   DISPLAY 'Carga de ' WS-FER-ANO ' concluida: '
                           WS-FCG-INCLUIDOS ' incluido(s), '
                           WS-FCG-ALTERADOS ' alterado(s), '
                           WS-FCG-EXCLUIDOS ' excluido(s).'
               END-IF
           END-IF.

       JORNAL-CARGA-FERIADOS.
           MOVE 0 TO WS-FCG-INCLUIDOS
           MOVE 0 TO WS-FCG-ALTERADOS
           MOVE 0 TO WS-FCG-EXCLUIDOS
           MOVE 'FERIADOS' TO WS-JOR-ARQUIVO
           MOVE 1 TO WS-FAN-IDX
           PERFORM UNTIL WS-FAN-IDX > WS-FAN-QTD
               MOVE WS-FAN-INT(WS-FAN-IDX) TO WS-FER-BUSCA-INT
               PERFORM LOCALIZAR-FERIADO-CARGA
               IF WS-FCG-ACHOU NOT = 'S'
                   ADD 1 TO WS-FCG-EXCLUIDOS
                   MOVE WS-FAN-TIPO(WS-FAN-IDX) TO WS-FER-IMG-TIPO
                   MOVE WS-FAN-DESCRICAO(WS-FAN-IDX)
                       TO WS-FER-IMG-DESCRICAO
                   PERFORM MONTAR-IMAGEM-FERIADO
                   MOVE WS-FER-IMAGEM TO WS-JOR-ANTES
                   MOVE SPACES TO WS-JOR-DEPOIS
                   MOVE 'E' TO WS-JOR-ACAO
                   MOVE WS-FAN-DATA(WS-FAN-IDX) TO WS-JOR-CHAVE
                   PERFORM GRAVAR-JORNAL
               END-IF
               ADD 1 TO WS-FAN-IDX
           END-PERFORM
           MOVE 1 TO WS-FCG-IDX
           PERFORM UNTIL WS-FCG-IDX > WS-FCG-QTD
               MOVE WS-FCG-INT(WS-FCG-IDX) TO WS-FER-BUSCA-INT
               PERFORM LOCALIZAR-FERIADO-ANTERIOR
               MOVE SPACES TO WS-JOR-ANTES
               IF WS-FAN-ACHOU = 'S'
                   MOVE WS-FAN-TIPO(WS-FAN-IDX) TO WS-FER-IMG-TIPO
                   MOVE WS-FAN-DESCRICAO(WS-FAN-IDX)
                       TO WS-FER-IMG-DESCRICAO
                   PERFORM MONTAR-IMAGEM-FERIADO
                   MOVE WS-FER-IMAGEM TO WS-JOR-ANTES
               END-IF
               MOVE WS-FCG-TIPO(WS-FCG-IDX) TO WS-FER-IMG-TIPO
               MOVE WS-FCG-DESCRICAO(WS-FCG-IDX)
                   TO WS-FER-IMG-DESCRICAO
               PERFORM MONTAR-IMAGEM-FERIADO
               MOVE WS-FER-IMAGEM TO WS-JOR-DEPOIS
               IF WS-FAN-ACHOU NOT = 'S' OR
                  WS-JOR-ANTES NOT = WS-JOR-DEPOIS
                   IF WS-FAN-ACHOU = 'S'
                       ADD 1 TO WS-FCG-ALTERADOS
                   ELSE
                       ADD 1 TO WS-FCG-INCLUIDOS
                   END-IF
                   MOVE 'M' TO WS-JOR-ACAO
                   MOVE WS-FCG-DATA(WS-FCG-IDX) TO WS-JOR-CHAVE
                   PERFORM GRAVAR-JORNAL
               END-IF
               ADD 1 TO WS-FCG-IDX
           END-PERFORM.

       RESERVAR-TRAVA-FERIADOS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND FERIADO-TRAVA-FILE WITH LOCK
               EVALUATE WS-FERIADO-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT FERIADO-TRAVA-FILE WITH LOCK
                       IF WS-FERIADO-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           STRING WS-DATA-HORA-SISTEMA(1:4) '-'
                  WS-DATA-HORA-SISTEMA(13:2)
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA.

      * Conversao de datas AAAA-MM-DD (WS-DTU-TEXTO) para o inteiro
      * do calendario (WS-DTU-INT) e de volta; data inexistente
      * devolve WS-DTU-OK = 'N'
       VALIDAR-DATA-TEXTO.
           MOVE 'N' TO WS-DTU-OK
           MOVE 0 TO WS-DTU-INT
           IF WS-DTU-TEXTO(5:1) = '-' AND WS-DTU-TEXTO(8:1) = '-' AND
              WS-DTU-TEXTO(1:4) IS NUMERIC AND
              WS-DTU-TEXTO(6:2) IS NUMERIC AND
              WS-DTU-TEXTO(9:2) IS NUMERIC
               STRING WS-DTU-TEXTO(1:4) WS-DTU-TEXTO(6:2)
                      WS-DTU-TEXTO(9:2)
                      DELIMITED BY SIZE INTO WS-DTU-NUM-X
               IF WS-DTU-NUM-X(1:4) >= '1601' AND
                  WS-DTU-NUM-X(5:2) >= '01' AND
                  WS-DTU-NUM-X(5:2) <= '12' AND
                  WS-DTU-NUM-X(7:2) >= '01' AND
                  WS-DTU-NUM-X(7:2) <= '31'
                   MOVE WS-DTU-NUM-X TO WS-DTU-NUM
                   COMPUTE WS-DTU-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DTU-NUM)
                   IF WS-DTU-INT > 0 AND
                      FUNCTION DATE-OF-INTEGER(WS-DTU-INT) =
                      WS-DTU-NUM
                       MOVE 'S' TO WS-DTU-OK
                   ELSE
                       MOVE 0 TO WS-DTU-INT
                   END-IF
               END-IF
           END-IF.

       MONTAR-DATA-TEXTO.
           COMPUTE WS-DTU-NUM = FUNCTION DATE-OF-INTEGER(WS-DTU-INT)
           MOVE WS-DTU-NUM TO WS-DTU-NUM-X
           MOVE SPACES TO WS-DTU-TEXTO
           STRING WS-DTU-NUM-X(1:4) '-' WS-DTU-NUM-X(5:2) '-'
                  WS-DTU-NUM-X(7:2)
                  DELIMITED BY SIZE INTO WS-DTU-TEXTO.

       REGISTRAR-RESULTADO.
           PERFORM OBTER-DATA-HORA
           MOVE 'N' TO WS-RETIDO-FLAG
           MOVE 'N' TO WS-ORC-ESTOURO
           IF WS-ERRO-FLAG = 'N'
               PERFORM VERIFICAR-LIMITE-VALOR
           END-IF
           IF WS-ERRO-FLAG = 'N' AND WS-RETIDO-FLAG = 'N'
               PERFORM VERIFICAR-ORCAMENTO-CC
           END-IF
           PERFORM REGISTRAR-LOG
           IF WS-ERRO-FLAG = 'N'
               IF WS-RETIDO-FLAG = 'S'
                   PERFORM GRAVAR-PENDENTE
                   IF WS-ORC-EM-LOTE = 'S'
                       PERFORM ACUMULAR-RETIDO-ORCAMENTO
                   END-IF
               ELSE
                   PERFORM REGISTRAR-EXPORTACAO-GL
               END-IF
               MOVE 'S' TO WS-RETIDO-FLAG
           END-IF.

      * Calculo que leva o centro de custo alem do orcamento do mes:
      * no lote fica retido em pendentes.dat para o supervisor; no
      * modo interativo o operador e avisado e o calculo segue
       VERIFICAR-ORCAMENTO-CC.
           IF WS-TIPO-CALCULO-ATUAL NOT = 'A' AND
              WS-CENTRO-CUSTO-ATUAL NOT = SPACES
               MOVE WS-DATA-FORMATADA(1:7) TO WS-ORC-PERIODO
               IF WS-ORC-EM-LOTE NOT = 'S' OR
                  WS-OCS-PERIODO NOT = WS-ORC-PERIODO
                   PERFORM CARREGAR-CONSUMO-ORCAMENTO
               END-IF
               MOVE WS-CENTRO-CUSTO-ATUAL TO WS-OCS-BUSCA
               PERFORM LOCALIZAR-CONSUMO-CC
               IF WS-OCS-ACHOU = 'S'
                   IF WS-OCS-TEM-ORC(WS-OCS-IDX) = 'S'
                       PERFORM OBTER-CONSUMO-SESSAO-CC
                       COMPUTE WS-ORC-PROJETADO =
                               WS-OCS-REALIZADO(WS-OCS-IDX) +
                               WS-ORC-SESSAO +
                               WS-OCS-RETIDO(WS-OCS-IDX) +
                               WS-RESULTADO
                       IF WS-ORC-PROJETADO >
                          WS-OCS-ORCADO(WS-OCS-IDX)
                           MOVE 'S' TO WS-ORC-ESTOURO
                           PERFORM TRATAR-ESTOURO-ORCAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TRATAR-ESTOURO-ORCAMENTO.
           IF WS-ORC-EM-LOTE = 'S'
               MOVE 'S' TO WS-RETIDO-FLAG
           ELSE
               MOVE WS-OCS-ORCADO(WS-OCS-IDX) TO WS-DISPLAY-CONVERTIDO
               DISPLAY 'AVISO: Centro '
                       FUNCTION TRIM(WS-CENTRO-CUSTO-ATUAL)
                       ' ultrapassa o orcamento de ' WS-ORC-PERIODO
                       ' (orcado ' FUNCTION TRIM(WS-DISPLAY-CONVERTIDO)
                       ').'
               MOVE WS-ORC-PROJETADO TO WS-DISPLAY-TOTAL-GERAL
               DISPLAY '       Consumo com este calculo: '
                       FUNCTION TRIM(WS-DISPLAY-TOTAL-GERAL)
           END-IF.

      * No lote a tabela de consumo so e lida no primeiro registro;
      * cada calculo retido do proprio lote entra no retido do centro
       ACUMULAR-RETIDO-ORCAMENTO.
           IF WS-OCS-PERIODO = WS-DATA-FORMATADA(1:7)
               MOVE WS-CENTRO-CUSTO-ATUAL TO WS-OCS-BUSCA
               PERFORM INCLUIR-CONSUMO-CC
               IF WS-OCS-ACHOU = 'S'
                   ADD WS-RESULTADO TO WS-OCS-RETIDO(WS-OCS-IDX)
               END-IF
           END-IF.

       GRAVAR-PENDENTE.
           PERFORM RESERVAR-TRAVA-PENDENTES
           IF WS-TRAVA-OK NOT = 'S'
               MOVE WS-EXPRESSAO-LOG TO PD-EXPRESSAO-TXT
               MOVE 'P' TO PD-STATUS
               MOVE SPACES TO PD-APROVADOR
               IF WS-ORC-ESTOURO = 'S'
                   MOVE 'ACIMA DO ORCAMENTO DO CENTRO' TO PD-MOTIVO
               ELSE
                   MOVE SPACES TO PD-MOTIVO
               END-IF
               WRITE PENDENTE-RECORD
               IF WS-PENDENTE-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o calculo '
                           'pendente!'
               ELSE
               IF WS-ORC-ESTOURO = 'S'
                   DISPLAY 'Centro de custo acima do orcamento do '
                           'mes; retido para aprovacao (#'
                           WS-PEN-PROX-SEQ ').'
               ELSE
                   DISPLAY 'Resultado acima do limite do operador; '
                           'retido para aprovacao (#'
                           WS-PEN-PROX-SEQ ').'
               END-IF
               END-IF
               CLOSE PENDENTE-FILE
           END-IF.

                       'permanece retido.'
               PERFORM CARREGAR-PENDENTES
           ELSE
               PERFORM AVALIAR-PERIODO-PENDENTE
               MOVE WS-PEN-TIPO(WS-PEN-IDX) TO WS-TIPO-CALCULO-ATUAL
               MOVE WS-PEN-OPERANDO1(WS-PEN-IDX)
                   TO WS-PRIMEIRO-NUMERO
               END-IF
           END-IF.

      ******************************************************************
      * Estorno de calculo ja exportado, restrito a supervisores: o
      * original e escolhido no log de auditoria (mestre e arquivos
      * do catalogo) com os mesmos filtros da consulta; o estorno e
      * gravado primeiro em estornos.dat, sob a trava, e so entao o
      * registro de estorno entra no log e o contra-lancamento sai
      * no envio corrente do GL, para uma falha nunca permitir
      * estornar o mesmo calculo duas vezes
      ******************************************************************
       ESTORNAR-CALCULO.
           DISPLAY 'Selecao do calculo original (filtros da consulta '
                   'ao log):'
           PERFORM CAPTURAR-FILTROS-CONSULTA
           PERFORM SELECIONAR-CANDIDATOS-ESTORNO
           IF WS-ECA-OVERFLOW = 'S'
               DISPLAY 'Mais de 100 calculos atendem aos filtros; '
                       'refine a selecao.'
           ELSE
           IF WS-ECA-QTD = 0
               DISPLAY 'Nenhum calculo exportado atende aos filtros.'
           ELSE
               PERFORM LISTAR-CANDIDATOS-ESTORNO
               DISPLAY 'Numero do calculo a estornar (0 = fim): '
                   WITH NO ADVANCING
               ACCEPT WS-EST-TEXTO
               MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EST-TEXTO))
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL NOT = 0
                   DISPLAY 'Numero invalido.'
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EST-TEXTO))
                       TO WS-ECA-IDX
                   IF WS-ECA-IDX = 0
                       CONTINUE
                   ELSE
                   IF WS-ECA-IDX > WS-ECA-QTD
                       DISPLAY 'Numero invalido.'
                   ELSE
                       PERFORM CONFIRMAR-ESTORNO
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      * Somente calculos que foram de fato para o GL podem ser
      * estornados: sem erro, nao retidos e de um tipo exportavel
      * (o retido liberado entra pelo registro da liberacao)
       SELECIONAR-CANDIDATOS-ESTORNO.
           MOVE 0 TO WS-ECA-QTD
           MOVE 'N' TO WS-ECA-OVERFLOW
           PERFORM CONSOLIDAR-LOG-SESSAO
           CLOSE LOG-FILE
           PERFORM CARREGAR-CATALOGO
           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > WS-CAT-QTD
               MOVE WS-CAT-ARQUIVO(WS-CAT-IDX) TO WS-LOG-FILENAME
               PERFORM SELECIONAR-UM-LOG-ESTORNO
               ADD 1 TO WS-CAT-IDX
           END-PERFORM
           MOVE WS-LOG-MASTER-FILENAME TO WS-LOG-FILENAME
           PERFORM SELECIONAR-UM-LOG-ESTORNO
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'log_s_' WS-SESSAO-ID '.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILENAME
           OPEN EXTEND LOG-FILE.

       SELECIONAR-UM-LOG-ESTORNO.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = '00'
               MOVE 'N' TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = 'S'
                   READ LOG-FILE
                       AT END
                           MOVE 'S' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM AVALIAR-CANDIDATO-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       AVALIAR-CANDIDATO-ESTORNO.
           IF LOG-ERRO-FLAG = 'N' AND
              LOG-RETIDO-FLAG NOT = 'S' AND
              (LOG-TIPO-CALCULO = 'S' OR LOG-TIPO-CALCULO = 'E' OR
               LOG-TIPO-CALCULO = 'C' OR LOG-TIPO-CALCULO = 'M' OR
               LOG-TIPO-CALCULO = 'F')
               PERFORM VERIFICAR-FILTROS-CONSULTA
               IF WS-CON-ATENDE = 'S'
                   IF WS-ECA-QTD >= 100
                       MOVE 'S' TO WS-ECA-OVERFLOW
                   ELSE
                       ADD 1 TO WS-ECA-QTD
                       MOVE LOG-DATA TO WS-ECA-DATA(WS-ECA-QTD)
                       MOVE LOG-HORA TO WS-ECA-HORA(WS-ECA-QTD)
                       MOVE LOG-OPERADOR-ID
                           TO WS-ECA-OPERADOR(WS-ECA-QTD)
                       MOVE LOG-TIPO-CALCULO TO WS-ECA-TIPO(WS-ECA-QTD)
                       MOVE LOG-OPERANDO1
                           TO WS-ECA-OPERANDO1(WS-ECA-QTD)
                       MOVE LOG-OPERADOR-CHAR
                           TO WS-ECA-OPERADOR-CHAR(WS-ECA-QTD)
                       MOVE LOG-OPERANDO2
                           TO WS-ECA-OPERANDO2(WS-ECA-QTD)
                       MOVE LOG-RESULTADO
                           TO WS-ECA-RESULTADO(WS-ECA-QTD)
                       MOVE LOG-CENTRO-CUSTO TO WS-ECA-CC(WS-ECA-QTD)
                       MOVE LOG-EXPRESSAO-TXT
                           TO WS-ECA-EXPRESSAO(WS-ECA-QTD)
                   END-IF
               END-IF
           END-IF.

       LISTAR-CANDIDATOS-ESTORNO.
           MOVE 0 TO WS-CON-LINHAS
           MOVE 'N' TO WS-CON-PARAR
           MOVE 1 TO WS-ECA-IDX
           PERFORM UNTIL WS-ECA-IDX > WS-ECA-QTD OR
                         WS-CON-PARAR = 'S'
               MOVE WS-ECA-RESULTADO(WS-ECA-IDX) TO WS-CON-RESULT-EDIT
               DISPLAY WS-ECA-IDX ' ' WS-ECA-DATA(WS-ECA-IDX) ' '
                       WS-ECA-HORA(WS-ECA-IDX) ' '
                       WS-ECA-OPERADOR(WS-ECA-IDX) ' '
                       WS-ECA-TIPO(WS-ECA-IDX) ' '
                       WS-ECA-CC(WS-ECA-IDX) ' '
                       WS-CON-RESULT-EDIT ' '
                       FUNCTION TRIM(WS-ECA-EXPRESSAO(WS-ECA-IDX))
               ADD 1 TO WS-CON-LINHAS
               IF WS-CON-LINHAS >= WS-CON-LINHAS-PAGINA AND
                  WS-ECA-IDX < WS-ECA-QTD
                   DISPLAY 'Continuar a listagem? (S/N): '
                       WITH NO ADVANCING
                   ACCEPT WS-CON-RESPOSTA
                   IF WS-CON-RESPOSTA = 'N' OR WS-CON-RESPOSTA = 'n'
                       MOVE 'S' TO WS-CON-PARAR
                   ELSE
                       MOVE 0 TO WS-CON-LINHAS
                   END-IF
               END-IF
               ADD 1 TO WS-ECA-IDX
           END-PERFORM.

      * Calculos identicos (mesmo operador, segundo e valores) sao
      * ocorrencias distintas no log: o original so e recusado
      * quando ja ha tantos estornos dele quantas ocorrencias
       CONFIRMAR-ESTORNO.
           MOVE WS-ECA-ORIGINAL(WS-ECA-IDX) TO WS-EST-ORIGINAL
           MOVE 0 TO WS-EST-OCORRENCIAS
           MOVE 1 TO WS-ECA-IDX2
           PERFORM UNTIL WS-ECA-IDX2 > WS-ECA-QTD
               IF WS-ECA-ORIGINAL(WS-ECA-IDX2) = WS-EST-ORIGINAL
                   ADD 1 TO WS-EST-OCORRENCIAS
               END-IF
               ADD 1 TO WS-ECA-IDX2
           END-PERFORM

           MOVE WS-EST-ORIG-RESULTADO TO WS-DISPLAY-RESULT
           DISPLAY 'Original: ' WS-EST-ORIG-DATA ' ' WS-EST-ORIG-HORA
                   ' ' FUNCTION TRIM(WS-EST-ORIG-OPERADOR)
                   ' tipo ' WS-EST-ORIG-TIPO
                   ' centro ' WS-EST-ORIG-CC
                   ' resultado ' WS-DISPLAY-RESULT
           DISPLAY 'Motivo do estorno: ' WITH NO ADVANCING
           ACCEPT WS-EST-MOTIVO
           IF WS-EST-MOTIVO = SPACES
               DISPLAY 'Informe o motivo; estorno nao realizado.'
           ELSE
               DISPLAY 'Confirma o estorno? (S/N): ' WITH NO ADVANCING
               ACCEPT WS-EST-CONFIRMA
               IF WS-EST-CONFIRMA = 'S' OR WS-EST-CONFIRMA = 's'
                   PERFORM OBTER-DATA-HORA
                   PERFORM GRAVAR-ESTORNO
                   IF WS-EST-GRAVADO = 'S'
                       PERFORM EMITIR-CONTRA-ESTORNO
                   END-IF
               ELSE
                   DISPLAY 'Estorno cancelado.'
               END-IF
           END-IF.

      * A contagem dos estornos ja feitos e a inclusao do novo
      * acontecem sob a mesma trava, para duas sessoes nao
      * estornarem o mesmo calculo ao mesmo tempo
       GRAVAR-ESTORNO.
           MOVE 'N' TO WS-EST-GRAVADO
           PERFORM RESERVAR-TRAVA-ESTORNOS
           IF WS-TRAVA-OK NOT = 'S'
               DISPLAY 'ERRO: Arquivo de estornos em uso; estorno '
                       'nao realizado!'
           ELSE
               PERFORM CONTAR-ESTORNOS-ORIGINAL
               IF WS-EST-JA-ESTORNADOS >= WS-EST-OCORRENCIAS
                   DISPLAY 'Calculo ja estornado em '
                           WS-EST-DATA-ANTERIOR ' por '
                           FUNCTION TRIM(WS-EST-SUPERVISOR-ANTERIOR)
                           '; estorno recusado.'
               ELSE
                   PERFORM GRAVAR-ESTORNO-TRAVADO
               END-IF
               PERFORM LIBERAR-TRAVA-ESTORNOS
           END-IF.

       CONTAR-ESTORNOS-ORIGINAL.
           MOVE 0 TO WS-EST-JA-ESTORNADOS
           MOVE SPACES TO WS-EST-DATA-ANTERIOR
           MOVE SPACES TO WS-EST-SUPERVISOR-ANTERIOR
           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-STATUS = '00'
               MOVE 'N' TO WS-ESTORNO-EOF
               PERFORM UNTIL WS-ESTORNO-EOF = 'S'
                   READ ESTORNO-FILE
                       AT END
                           MOVE 'S' TO WS-ESTORNO-EOF
                       NOT AT END
                           IF ES-ORIGINAL = WS-EST-ORIGINAL
                               ADD 1 TO WS-EST-JA-ESTORNADOS
                               MOVE ES-DATA TO WS-EST-DATA-ANTERIOR
                               MOVE ES-SUPERVISOR
                                   TO WS-EST-SUPERVISOR-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTORNO-FILE
           END-IF.

       GRAVAR-ESTORNO-TRAVADO.
           OPEN EXTEND ESTORNO-FILE
           IF WS-ESTORNO-STATUS = '35'
               OPEN OUTPUT ESTORNO-FILE
           END-IF
           IF WS-ESTORNO-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o estorno!'
           ELSE
               MOVE WS-DATA-FORMATADA TO ES-DATA
               MOVE WS-HORA-FORMATADA TO ES-HORA
               MOVE WS-OPERADOR-ID TO ES-SUPERVISOR
               MOVE WS-GL-SEQUENCIA TO ES-GL-SEQUENCIA
               MOVE WS-EST-MOTIVO TO ES-MOTIVO
               MOVE WS-EST-ORIGINAL TO ES-ORIGINAL
               WRITE ESTORNO-RECORD
               IF WS-ESTORNO-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o estorno!'
               ELSE
                   MOVE 'S' TO WS-EST-GRAVADO
               END-IF
               CLOSE ESTORNO-FILE
           END-IF.

      * O contra-lancamento leva os valores do original com o sinal
      * invertido, no mesmo centro de custo: a reconciliacao do dia
      * soma o registro 'R' do log contra o detalhe 'ESTORNO' do
      * feed e o subtotal do centro fica liquido
       EMITIR-CONTRA-ESTORNO.
           MOVE 'R' TO WS-TIPO-CALCULO-ATUAL
           MOVE 'EST' TO WS-OPERADOR-LOG
           COMPUTE WS-PRIMEIRO-NUMERO = 0 - WS-EST-ORIG-OPERANDO1
           COMPUTE WS-SEGUNDO-NUMERO = 0 - WS-EST-ORIG-OPERANDO2
           COMPUTE WS-RESULTADO = 0 - WS-EST-ORIG-RESULTADO
           MOVE WS-EST-ORIG-CC TO WS-CENTRO-CUSTO-ATUAL
           MOVE 'N' TO WS-ERRO-FLAG
           MOVE SPACES TO WS-ERRO-TIPO
           MOVE 'N' TO WS-RETIDO-FLAG
      *    A taxa de uma conversao vem do texto do original
      *    ('AAA->BBB AAAA-MM-DD TAXA  n.nnnnnn')
           MOVE SPACES TO WS-EST-TAXA
           IF WS-EST-ORIG-TIPO = 'M' AND
              WS-EST-ORIG-EXPRESSAO(4:2) = '->'
               MOVE WS-EST-ORIG-EXPRESSAO(26:11) TO WS-EST-TAXA
           END-IF
           MOVE SPACES TO WS-EXPRESSAO-LOG
           STRING 'ESTORNO DE ' WS-EST-ORIG-DATA ' '
                  WS-EST-ORIG-HORA ' '
                  FUNCTION TRIM(WS-EST-ORIG-OPERADOR)
                  DELIMITED BY SIZE INTO WS-EXPRESSAO-LOG
           PERFORM REGISTRAR-LOG
           PERFORM REGISTRAR-EXPORTACAO-GL
           DISPLAY 'Estorno registrado e exportado para o GL (envio '
                   WS-GL-SEQUENCIA ').'.

       RESERVAR-TRAVA-ESTORNOS.
           MOVE 'N' TO WS-TRAVA-OK
           MOVE 0 TO WS-TENTATIVAS-TRAVA
           PERFORM UNTIL WS-TRAVA-OK = 'S' OR
                         WS-TENTATIVAS-TRAVA >= 100
               OPEN EXTEND ESTORNO-TRAVA-FILE WITH LOCK
               EVALUATE WS-ESTORNO-TRAVA-STATUS
                   WHEN '00'
                       MOVE 'S' TO WS-TRAVA-OK
                   WHEN '35'
                       OPEN OUTPUT ESTORNO-TRAVA-FILE WITH LOCK
                       IF WS-ESTORNO-TRAVA-STATUS = '00'
                           MOVE 'S' TO WS-TRAVA-OK
                       ELSE
                           ADD 1 TO WS-TENTATIVAS-TRAVA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-TENTATIVAS-TRAVA
                       CALL 'CBL_OC_NANOSLEEP' USING WS-TRAVA-NANOS
               END-EVALUATE
           END-PERFORM.

       LIBERAR-TRAVA-ESTORNOS.
           CLOSE ESTORNO-TRAVA-FILE.

      ******************************************************************
      * Relatorio de estornos para a auditoria: cada estorno de
      * estornos.dat impresso logo abaixo do calculo original, com
      * o envio do GL que levou o contra-lancamento e o motivo
      ******************************************************************
       RELATORIO-ESTORNOS.
           MOVE SPACES TO WS-DATA-INI
           MOVE SPACES TO WS-DATA-FIM
           DISPLAY 'Data inicial do estorno (AAAA-MM-DD, branco = '
                   'todos): ' WITH NO ADVANCING
           ACCEPT WS-DATA-INI
           IF WS-DATA-INI NOT = SPACES
               DISPLAY 'Data final (branco = igual a inicial): '
                   WITH NO ADVANCING
               ACCEPT WS-DATA-FIM
               IF WS-DATA-FIM = SPACES
                   MOVE WS-DATA-INI TO WS-DATA-FIM
               END-IF
           END-IF

           OPEN INPUT ESTORNO-FILE
           IF WS-ESTORNO-STATUS NOT = '00'
               DISPLAY 'Nenhum estorno registrado.'
           ELSE
               OPEN OUTPUT RELEST-FILE
               IF WS-RELEST-STATUS NOT = '00'
                   DISPLAY 'ERRO: Nao foi possivel gravar o relatorio '
                           'de estornos!'
               ELSE
                   PERFORM OBTER-DATA-HORA
                   MOVE 0 TO WS-RELEST-PAGINA
                   MOVE 99 TO WS-RELEST-LINHAS
                   MOVE 0 TO WS-RELEST-QTD
                   MOVE 0 TO WS-RELEST-TOTAL
                   MOVE 'N' TO WS-ESTORNO-EOF
                   PERFORM UNTIL WS-ESTORNO-EOF = 'S'
                       READ ESTORNO-FILE
                           AT END
                               MOVE 'S' TO WS-ESTORNO-EOF
                           NOT AT END
                               IF WS-DATA-INI = SPACES OR
                                  (ES-DATA >= WS-DATA-INI AND
                                   ES-DATA <= WS-DATA-FIM)
                                   PERFORM IMPRIMIR-ESTORNO-REL
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM IMPRIMIR-TOTAIS-ESTORNOS
                   CLOSE RELEST-FILE
                   DISPLAY 'Estornos listados: ' WS-RELEST-QTD
                   DISPLAY 'Relatorio gravado em '
                           FUNCTION TRIM(WS-RELEST-FILENAME)
               END-IF
               CLOSE ESTORNO-FILE
           END-IF.

       IMPRIMIR-CABECALHO-ESTORNOS.
           ADD 1 TO WS-RELEST-PAGINA
           MOVE WS-DATA-FORMATADA TO WS-REC1-DATA
           MOVE WS-RELEST-PAGINA TO WS-REC1-PAGINA
           MOVE WS-RELEST-CAB1 TO RELEST-LINHA
           WRITE RELEST-LINHA
           MOVE WS-RELEST-CAB2 TO RELEST-LINHA
           WRITE RELEST-LINHA
           MOVE ALL '-' TO RELEST-LINHA
           WRITE RELEST-LINHA
           MOVE 3 TO WS-RELEST-LINHAS.

      * Par de linhas por estorno (original e estorno) mais uma em
      * branco; o par nunca e separado pela quebra de pagina
       IMPRIMIR-ESTORNO-REL.
           IF WS-RELEST-LINHAS >= 53
               PERFORM IMPRIMIR-CABECALHO-ESTORNOS
           END-IF
           MOVE 'ORIGINAL' TO WS-RED-ROTULO
           MOVE ES-ORIG-DATA TO WS-RED-DATA
           MOVE ES-ORIG-HORA TO WS-RED-HORA
           MOVE ES-ORIG-OPERADOR TO WS-RED-OPERADOR
           MOVE ES-ORIG-TIPO TO WS-RED-TIPO
           MOVE ES-ORIG-CENTRO-CUSTO TO WS-RED-CC
           MOVE ES-ORIG-RESULTADO TO WS-RED-RESULTADO
           MOVE SPACES TO WS-RED-ENVIO
           MOVE ES-ORIG-EXPRESSAO TO WS-RED-TEXTO
           MOVE WS-RELEST-DETALHE TO RELEST-LINHA
           WRITE RELEST-LINHA

           MOVE 'ESTORNO' TO WS-RED-ROTULO
           MOVE ES-DATA TO WS-RED-DATA
           MOVE ES-HORA TO WS-RED-HORA
           MOVE ES-SUPERVISOR TO WS-RED-OPERADOR
           MOVE 'R' TO WS-RED-TIPO
           MOVE ES-ORIG-CENTRO-CUSTO TO WS-RED-CC
           COMPUTE WS-RED-RESULTADO = 0 - ES-ORIG-RESULTADO
           MOVE ES-GL-SEQUENCIA TO WS-RED-ENVIO
           MOVE ES-MOTIVO TO WS-RED-TEXTO
           MOVE WS-RELEST-DETALHE TO RELEST-LINHA
           WRITE RELEST-LINHA

           MOVE SPACES TO RELEST-LINHA
           WRITE RELEST-LINHA
           ADD 3 TO WS-RELEST-LINHAS
           ADD 1 TO WS-RELEST-QTD
           SUBTRACT ES-ORIG-RESULTADO FROM WS-RELEST-TOTAL.

       IMPRIMIR-TOTAIS-ESTORNOS.
           IF WS-RELEST-LINHAS >= 55
               PERFORM IMPRIMIR-CABECALHO-ESTORNOS
           END-IF
           MOVE WS-RELEST-QTD TO WS-RET-QTD
           MOVE WS-RELEST-TOTAL TO WS-RET-VALOR
           MOVE WS-RELEST-TOTAIS TO RELEST-LINHA
           WRITE RELEST-LINHA.

       REGISTRAR-LOG.
           MOVE WS-DATA-FORMATADA TO LOG-DATA
           MOVE WS-HORA-FORMATADA TO LOG-HORA
           MOVE WS-EXPRESSAO-LOG TO LOG-EXPRESSAO-TXT
           MOVE WS-CENTRO-CUSTO-ATUAL TO LOG-CENTRO-CUSTO
           MOVE WS-RETIDO-FLAG TO LOG-RETIDO-FLAG
           MOVE SPACES TO LOG-ELO
           WRITE LOG-RECORD
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERRO: Nao foi possivel gravar o log de '
               CLOSE GL-ENVIO-FILE
           END-IF.

      * Nenhum detalhe entra no GL com data de periodo fechado
       REGISTRAR-EXPORTACAO-GL.
           MOVE WS-DATA-FORMATADA TO WS-PER-DATA
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PER-FECHADO = 'S'
               DISPLAY 'ERRO: Periodo contabil ' WS-PER-PERIODO
                       ' fechado; lancamento NAO exportado para o GL!'
               MOVE SPACES TO WS-PER-ORIGEM
               STRING 'LANCTO GL ' WS-TIPO-CALCULO-ATUAL
                   DELIMITED BY SIZE INTO WS-PER-ORIGEM
               MOVE 'RECUSADO' TO WS-PER-ACAO
               MOVE 1 TO WS-PER-QTD-AUDIT
               PERFORM GRAVAR-AUDITORIA-PERIODO
           ELSE
               PERFORM GRAVAR-DETALHE-GL
           END-IF.

       GRAVAR-DETALHE-GL.
           MOVE 'D' TO GL-TIPO-REGISTRO
           MOVE WS-DATA-FORMATADA TO GL-DATA
           MOVE WS-OPERADOR-ID TO GL-OPERADOR-ID
                   MOVE 'CAMBIO' TO GL-TIPO-OPERACAO
               WHEN 'F'
                   MOVE 'FINANCEIRA' TO GL-TIPO-OPERACAO
               WHEN 'R'
                   MOVE 'ESTORNO' TO GL-TIPO-OPERACAO
               WHEN OTHER
                   MOVE SPACES TO GL-TIPO-OPERACAO
           END-EVALUATE
           MOVE WS-PRIMEIRO-NUMERO TO GL-OPERANDO1
           MOVE WS-SEGUNDO-NUMERO TO GL-OPERANDO2
           MOVE WS-RESULTADO TO GL-RESULTADO
      *    O estorno de uma conversao repete a taxa do original
           EVALUATE WS-TIPO-CALCULO-ATUAL
               WHEN 'M'
                   MOVE WS-TAXA-EDIT TO GL-TAXA-CAMBIO
               WHEN 'R'
                   MOVE WS-EST-TAXA TO GL-TAXA-CAMBIO
               WHEN OTHER
                   MOVE SPACES TO GL-TAXA-CAMBIO
           END-EVALUATE
           MOVE WS-CENTRO-CUSTO-ATUAL TO GL-CENTRO-CUSTO
           WRITE GL-EXPORT-RECORD
           IF WS-GL-STATUS NOT = '00'
           MOVE WS-GLC-DATA-NUM-X TO WS-GLC-DATA-NUM
           COMPUTE WS-GLC-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-GLC-DATA-NUM)
           PERFORM CARREGAR-FERIADOS
           MOVE 'N' TO WS-DUT-ESCOPO
           MOVE 0 TO WS-ENV-IDX2
           MOVE 1 TO WS-ENV-IDX
           PERFORM UNTIL WS-ENV-IDX > WS-ENV-QTD
                   MOVE WS-GLC-DATA-NUM-X TO WS-GLC-DATA-NUM
                   COMPUTE WS-GLC-INT-ENVIO =
                       FUNCTION INTEGER-OF-DATE(WS-GLC-DATA-NUM)
                   IF WS-GLC-INT-ENVIO > 0
                       MOVE WS-GLC-INT-ENVIO TO WS-DUT-INT-DE
                       MOVE WS-GLC-INT-HOJE TO WS-DUT-INT-ATE
                       PERFORM CONTAR-DIAS-UTEIS-PERIODO
                       IF WS-DUT-QTD-UTEIS > WS-CONFIRMACAO-DIAS
                           MOVE 'S' TO WS-ENV-ACHOU
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-GLC-DATA-NUM-X TO WS-GLC-DATA-NUM
           COMPUTE WS-GLC-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-GLC-DATA-NUM)
           PERFORM CARREGAR-FERIADOS
           MOVE 'N' TO WS-DUT-ESCOPO
           MOVE 0 TO WS-GLC-EXCECOES
           DISPLAY ' '
           DISPLAY '======= EXCECOES DO FEED DO GL ========='
               MOVE WS-GLC-DATA-NUM-X TO WS-GLC-DATA-NUM
               COMPUTE WS-GLC-INT-ENVIO =
                   FUNCTION INTEGER-OF-DATE(WS-GLC-DATA-NUM)
               IF WS-GLC-INT-ENVIO > 0
                   MOVE WS-GLC-INT-ENVIO TO WS-DUT-INT-DE
                   MOVE WS-GLC-INT-HOJE TO WS-DUT-INT-ATE
                   PERFORM CONTAR-DIAS-UTEIS-PERIODO
                   IF WS-DUT-QTD-UTEIS > WS-CONFIRMACAO-DIAS
                       ADD 1 TO WS-GLC-EXCECOES
                       DISPLAY 'Sequencia '
                               WS-ENV-SEQUENCIA(WS-ENV-IDX) ' de '
                               WS-ENV-DATA(WS-ENV-IDX)
                               ': SEM CONFIRMACAO DO GL'
                   END-IF
               END-IF
           END-IF.
