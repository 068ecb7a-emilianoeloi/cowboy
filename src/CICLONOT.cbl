      ******************************************************************
      * Programa: CICLONOT
      * Descrição: Condutor do ciclo noturno. Le a definicao do fluxo
      *            (passos, ordem e maior codigo de retorno aceito em
      *            cada um), executa os passos em ordem para a data de
      *            negocio e o run ID do CONTROLE-EXECUCAO.DAT e grava
      *            no log de passos o inicio, o fim e o codigo de
      *            retorno de cada um. O primeiro passo com retorno
      *            acima do aceito interrompe o ciclo; a reexecucao
      *            para o mesmo run ID retoma no passo que falhou, sem
      *            repetir os ja concluidos. Ao final imprime o resumo
      *            do ciclo para a passagem de turno
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLONOT.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Controle de execucao preparado pelo escalonador (run ID e
      * data de negocio do ciclo)
           SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      * Definicao do fluxo do ciclo; sem o arquivo vale o fluxo
      * padrao montado em MONTAR-FLUXO-PADRAO
           SELECT ARQUIVO-DEFINICAO ASSIGN TO "CICLO-PASSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINICAO.
      * Log de passos de todos os ciclos, consultado na retomada
           SELECT ARQUIVO-LOG-PASSOS ASSIGN TO "CICLO-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG-PASSOS.
      * Resumo do ciclo para a passagem de turno
           SELECT ARQUIVO-RELATORIO ASSIGN TO "RELATORIO-CICLO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONTROLE
           RECORDING MODE IS F.
       01  REG-CONTROLE-EXEC.
           05 CTRL-RUN-ID          PIC X(8).
           05 CTRL-DATA-NEGOCIO    PIC X(10).
           05 CTRL-OPERADOR        PIC X(8).
           05 CTRL-SENHA           PIC X(8).

      * Um passo por linha: ordem, nome do passo, maior codigo de
      * retorno aceito e a linha de comando que o executa (em branco
      * = o proprio nome do passo). Linha iniciada por "*" e
      * comentario
       FD  ARQUIVO-DEFINICAO
           RECORDING MODE IS F.
       01  REG-DEFINICAO           PIC X(80).

      * Linha do log de passos, no layout de WS-LINHA-LOG: um evento
      * INICIADO ao disparar o passo e CONCLUIDO ou FALHOU ao termino
       FD  ARQUIVO-LOG-PASSOS
           RECORDING MODE IS F.
       01  REG-LOG-PASSO.
           05 FILLER               PIC X(4).
           05 LOG-RUN-ID           PIC X(8).
           05 FILLER               PIC X(6).
           05 LOG-DATA-NEGOCIO     PIC X(10).
           05 FILLER               PIC X(7).
           05 LOG-ORDEM            PIC 9(2).
           05 FILLER               PIC X(1).
           05 LOG-PASSO            PIC X(12).
           05 FILLER               PIC X(8).
           05 LOG-EVENTO           PIC X(9).
           05 FILLER               PIC X(8).
           05 LOG-INICIO           PIC X(19).
           05 FILLER               PIC X(5).
           05 LOG-FIM              PIC X(19).
           05 FILLER               PIC X(4).
           05 LOG-RC               PIC 9(4).
           05 FILLER               PIC X(8).
           05 LOG-RC-MAXIMO        PIC 9(2).

      * Relatorio impresso, formato de impressora de 132 colunas
       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-DEFINICAO      PIC X(2) VALUE ZEROS.
       01 WS-FS-LOG-PASSOS     PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.

      * Ciclo conduzido
       01 WS-RUN-ID            PIC X(8) VALUE SPACES.
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.

      * Passos do ciclo na ordem de execucao. Situacao: N = nao
      * executado, A = concluido numa execucao anterior do mesmo run
      * ID, C = concluido nesta execucao, F = falhou nesta execucao
       01 WS-QTD-PASSOS        PIC 9(2) VALUE ZEROS.
       01 WS-TABELA-PASSOS.
           05 WS-PAS-ENTRADA OCCURS 20 TIMES.
               10 WS-PAS-ORDEM     PIC 9(2).
               10 WS-PAS-NOME      PIC X(12).
               10 WS-PAS-RC-MAXIMO PIC 9(2).
               10 WS-PAS-COMANDO   PIC X(61).
               10 WS-PAS-SITUACAO  PIC X(1).
               10 WS-PAS-INICIO    PIC X(19).
               10 WS-PAS-FIM       PIC X(19).
               10 WS-PAS-RC        PIC 9(4).
       01 WS-IND-PASSO         PIC 9(2) VALUE ZEROS.
       01 WS-FLUXO-PADRAO      PIC X(1) VALUE "N".

      * Passo lido da definicao (ou do fluxo padrao): ordem, nome,
      * maior retorno aceito e comando, separados por um espaco
       01 WS-REG-DEFINICAO.
           05 WS-DEF-ORDEM         PIC 9(2).
           05 FILLER               PIC X(1).
           05 WS-DEF-PASSO         PIC X(12).
           05 FILLER               PIC X(1).
           05 WS-DEF-RC-MAXIMO     PIC 9(2).
           05 FILLER               PIC X(1).
           05 WS-DEF-COMANDO       PIC X(61).

      * Retomada: passos ja concluidos e falhas anteriores do run ID
       01 WS-QTD-ANTERIORES    PIC 9(2) VALUE ZEROS.
       01 WS-QTD-FALHAS-ANT    PIC 9(4) VALUE ZEROS.
       01 WS-RETOMADA          PIC X(1) VALUE "N".

      * Execucao de um passo. O servico do sistema devolve, no Unix,
      * o status de espera do processo (codigo de retorno * 256) e um
      * valor negativo quando o comando nem chega a ser disparado
       01 WS-COMANDO           PIC X(62) VALUE SPACES.
       01 WS-RC-SISTEMA        PIC S9(9) COMP-5 VALUE ZEROS.
       01 WS-RC-PASSO          PIC 9(4) VALUE ZEROS.

      * Resultado do ciclo
       01 WS-CICLO-INTERROMPIDO PIC X(1) VALUE "N".
       01 WS-PASSO-FALHO       PIC 9(2) VALUE ZEROS.
       01 WS-RC-ACEITO-MAIOR   PIC 9(4) VALUE ZEROS.
       01 WS-QTD-EXECUTADOS    PIC 9(2) VALUE ZEROS.

      * Linha do log de passos
       01 WS-LINHA-LOG.
           05 FILLER               PIC X(4) VALUE "RUN=".
           05 WS-LOG-RUN-ID        PIC X(8).
           05 FILLER               PIC X(6) VALUE " DATA=".
           05 WS-LOG-DATA-NEGOCIO  PIC X(10).
           05 FILLER               PIC X(7) VALUE " PASSO=".
           05 WS-LOG-ORDEM         PIC 9(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-LOG-PASSO         PIC X(12).
           05 FILLER               PIC X(8) VALUE " EVENTO=".
           05 WS-LOG-EVENTO        PIC X(9).
           05 FILLER               PIC X(8) VALUE " INICIO=".
           05 WS-LOG-INICIO        PIC X(19).
           05 FILLER               PIC X(5) VALUE " FIM=".
           05 WS-LOG-FIM           PIC X(19).
           05 FILLER               PIC X(4) VALUE " RC=".
           05 WS-LOG-RC            PIC 9(4).
           05 FILLER               PIC X(8) VALUE " RC-MAX=".
           05 WS-LOG-RC-MAXIMO     PIC 9(2).

      * Data/hora corrente
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.
       01 WS-DATA-HORA-EMISSAO PIC X(19) VALUE SPACES.

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-SITUACAO-ED       PIC X(24) VALUE SPACES.
       01 WS-RC-ED             PIC ZZZ9.
       01 WS-RC-TEXTO          PIC X(4) VALUE SPACES.
       01 WS-RC-MAXIMO-ED      PIC Z9.

      * Fim de arquivo da passagem corrente
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Linhas decorativas
       01 WS-LINHA             PIC X(40) VALUE ALL "=".
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla o ciclo: controle de execucao, fluxo,
      *          situacao de uma execucao anterior do mesmo run ID,
      *          execucao dos passos pendentes e resumo. Ciclo
      *          interrompido devolve codigo de retorno 8; ciclo
      *          concluido com algum passo acima de zero (dentro do
      *          aceito) devolve 4
      ******************************************************************
       INICIO.
           DISPLAY WS-LINHA.
           DISPLAY "   CICLO NOTURNO - CICLONOT".
           DISPLAY WS-LINHA.
           PERFORM LER-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-DEFINICAO.
           PERFORM CARREGAR-SITUACAO-ANTERIOR.
           PERFORM ABRIR-LOG-PASSOS.
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTD-PASSOS
                       OR WS-CICLO-INTERROMPIDO = "S"
               PERFORM EXECUTAR-PASSO
           END-PERFORM.
           CLOSE ARQUIVO-LOG-PASSOS.
           PERFORM EMITIR-RESUMO.
           DISPLAY " ".
           DISPLAY WS-LINHA.
           IF WS-CICLO-INTERROMPIDO = "S"
               DISPLAY "Ciclo " WS-RUN-ID " INTERROMPIDO no passo "
                   WS-PAS-ORDEM(WS-PASSO-FALHO) " "
                   WS-PAS-NOME(WS-PASSO-FALHO) " (RC "
                   WS-PAS-RC(WS-PASSO-FALHO) ") - corrija e "
                   "reexecute para retomar."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Ciclo " WS-RUN-ID " concluido - resumo em "
                   "RELATORIO-CICLO.TXT."
               IF WS-RC-ACEITO-MAIOR > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY WS-LINHA.
           STOP RUN.

      ******************************************************************
      * LER-CONTROLE-EXECUCAO - Run ID e data de negocio do ciclo. Sem
      *                         run ID nao ha como reconhecer uma
      *                         reexecucao, entao o ciclo nao comeca
      ******************************************************************
       LER-CONTROLE-EXECUCAO.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF WS-FS-CONTROLE = "00"
               READ ARQUIVO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-RUN-ID TO WS-RUN-ID
                       MOVE CTRL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               END-READ
               CLOSE ARQUIVO-CONTROLE
           END-IF.
           IF WS-RUN-ID = SPACES OR WS-DATA-NEGOCIO = SPACES
               DISPLAY " "
               DISPLAY "ERRO: CONTROLE-EXECUCAO.DAT ausente ou sem "
                   "run ID/data de negocio - o ciclo precisa dos "
                   "dois para registrar e retomar os passos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "Controle de execucao: run ID " WS-RUN-ID
               ", data de negocio " WS-DATA-NEGOCIO ".".

      ******************************************************************
      * CARREGAR-DEFINICAO - Le o fluxo do ciclo. A ordem dos passos
      *                      deve ser crescente e sem repeticao, e o
      *                      run ID reconhece cada passo pela ordem e
      *                      pelo nome
      ******************************************************************
       CARREGAR-DEFINICAO.
           OPEN INPUT ARQUIVO-DEFINICAO.
           IF WS-FS-DEFINICAO = "35"
               MOVE "S" TO WS-FLUXO-PADRAO
               PERFORM MONTAR-FLUXO-PADRAO
               DISPLAY "AVISO: CICLO-PASSOS.DAT nao encontrado - "
                   "usando o fluxo padrao do ciclo."
           ELSE
               IF WS-FS-DEFINICAO NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       "CICLO-PASSOS.DAT (status " WS-FS-DEFINICAO
                       ")."
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-DEFINICAO INTO WS-REG-DEFINICAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-REG-DEFINICAO(1:1) NOT = "*"
                                   AND WS-REG-DEFINICAO NOT = SPACES
                               PERFORM INCLUIR-PASSO-DEFINICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-DEFINICAO
           END-IF.
           IF WS-QTD-PASSOS = ZEROS
               DISPLAY " "
               DISPLAY "ERRO: CICLO-PASSOS.DAT nao tem nenhum passo."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * INCLUIR-PASSO-DEFINICAO - Confere e inclui na tabela o passo
      *                           lido da definicao; definicao com
      *                           erro nao executa nada
      ******************************************************************
       INCLUIR-PASSO-DEFINICAO.
           IF WS-DEF-ORDEM IS NOT NUMERIC
                   OR WS-DEF-RC-MAXIMO IS NOT NUMERIC
                   OR WS-DEF-PASSO = SPACES
               DISPLAY " "
               DISPLAY "ERRO: linha invalida em CICLO-PASSOS.DAT: "
                   WS-REG-DEFINICAO(1:18)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-PASSOS > ZEROS
               IF WS-DEF-ORDEM NOT > WS-PAS-ORDEM(WS-QTD-PASSOS)
                   DISPLAY " "
                   DISPLAY "ERRO: passo " WS-DEF-ORDEM " " WS-DEF-PASSO
                       " fora de ordem ou repetido em "
                       "CICLO-PASSOS.DAT."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-QTD-PASSOS >= 20
               DISPLAY " "
               DISPLAY "ERRO: CICLO-PASSOS.DAT com mais de 20 passos."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PASSOS.
           MOVE WS-DEF-ORDEM TO WS-PAS-ORDEM(WS-QTD-PASSOS).
           MOVE WS-DEF-PASSO TO WS-PAS-NOME(WS-QTD-PASSOS).
           MOVE WS-DEF-RC-MAXIMO TO WS-PAS-RC-MAXIMO(WS-QTD-PASSOS).
           IF WS-DEF-COMANDO = SPACES
               MOVE WS-DEF-PASSO TO WS-PAS-COMANDO(WS-QTD-PASSOS)
           ELSE
               MOVE WS-DEF-COMANDO TO WS-PAS-COMANDO(WS-QTD-PASSOS)
           END-IF.
           PERFORM LIMPAR-SITUACAO-PASSO.

      ******************************************************************
      * MONTAR-FLUXO-PADRAO - Fluxo de fim de dia: GERRECOR (as
      *                       recorrentes do dia em TRANSACOES.DAT),
      *                       CALCULADORA em lote, CONSOLIDA, DIARIO,
      *                       ROTEIA, CONCILIA, RELCALC, ESTATREL e
      *                       ACKCONT. Somente o DIARIO (calculos sem
      *                       mapeamento) e o ESTATREL aceitam retorno
      *                       4 (excecoes listadas no relatorio); nos
      *                       demais qualquer retorno acima de zero
      *                       interrompe o ciclo
      ******************************************************************
       MONTAR-FLUXO-PADRAO.
           MOVE SPACES TO WS-REG-DEFINICAO.
           MOVE 5 TO WS-DEF-ORDEM.
           MOVE "GERRECOR" TO WS-DEF-PASSO.
           MOVE ZEROS TO WS-DEF-RC-MAXIMO.
           MOVE SPACES TO WS-DEF-COMANDO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 10 TO WS-DEF-ORDEM.
           MOVE "CALCULADORA" TO WS-DEF-PASSO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 20 TO WS-DEF-ORDEM.
           MOVE "CONSOLIDA" TO WS-DEF-PASSO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 25 TO WS-DEF-ORDEM.
           MOVE "DIARIO" TO WS-DEF-PASSO.
           MOVE 4 TO WS-DEF-RC-MAXIMO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 30 TO WS-DEF-ORDEM.
           MOVE "ROTEIA" TO WS-DEF-PASSO.
           MOVE ZEROS TO WS-DEF-RC-MAXIMO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 40 TO WS-DEF-ORDEM.
           MOVE "CONCILIA" TO WS-DEF-PASSO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 50 TO WS-DEF-ORDEM.
           MOVE "RELCALC" TO WS-DEF-PASSO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 60 TO WS-DEF-ORDEM.
           MOVE "ESTATREL" TO WS-DEF-PASSO.
           MOVE 4 TO WS-DEF-RC-MAXIMO.
           PERFORM INCLUIR-PASSO-DEFINICAO.
           MOVE 70 TO WS-DEF-ORDEM.
           MOVE "ACKCONT" TO WS-DEF-PASSO.
           MOVE ZEROS TO WS-DEF-RC-MAXIMO.
           PERFORM INCLUIR-PASSO-DEFINICAO.

      ******************************************************************
      * LIMPAR-SITUACAO-PASSO - Passo recem-incluido ainda nao
      *                         executado
      ******************************************************************
       LIMPAR-SITUACAO-PASSO.
           MOVE "N" TO WS-PAS-SITUACAO(WS-QTD-PASSOS).
           MOVE SPACES TO WS-PAS-INICIO(WS-QTD-PASSOS).
           MOVE SPACES TO WS-PAS-FIM(WS-QTD-PASSOS).
           MOVE ZEROS TO WS-PAS-RC(WS-QTD-PASSOS).

      ******************************************************************
      * CARREGAR-SITUACAO-ANTERIOR - Percorre o log de passos atras de
      *                              eventos do mesmo run ID: vale o
      *                              ultimo evento de cada passo, e so
      *                              CONCLUIDO dispensa a reexecucao
      *                              (FALHOU ou um INICIADO sem termino
      *                              - ciclo derrubado no meio do passo
      *                              - executam de novo). O run ID nao
      *                              pode mudar de data de negocio
      ******************************************************************
       CARREGAR-SITUACAO-ANTERIOR.
           OPEN INPUT ARQUIVO-LOG-PASSOS.
           IF WS-FS-LOG-PASSOS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-LOG-PASSOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF LOG-RUN-ID = WS-RUN-ID
                               PERFORM APLICAR-EVENTO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-LOG-PASSOS
           END-IF.
           MOVE ZEROS TO WS-QTD-ANTERIORES.
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTD-PASSOS
               IF WS-PAS-SITUACAO(WS-IND-PASSO) = "A"
                   ADD 1 TO WS-QTD-ANTERIORES
                   IF WS-PAS-RC(WS-IND-PASSO) > WS-RC-ACEITO-MAIOR
                       MOVE WS-PAS-RC(WS-IND-PASSO)
                           TO WS-RC-ACEITO-MAIOR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RETOMADA = "S"
               DISPLAY " "
               DISPLAY "Reexecucao do run ID " WS-RUN-ID ": "
                   WS-QTD-ANTERIORES " passo(s) ja concluido(s) "
                   "nao serao repetidos."
           END-IF.

      ******************************************************************
      * APLICAR-EVENTO-ANTERIOR - Um evento do log do mesmo run ID
      ******************************************************************
       APLICAR-EVENTO-ANTERIOR.
           MOVE "S" TO WS-RETOMADA.
           IF LOG-DATA-NEGOCIO NOT = WS-DATA-NEGOCIO
               DISPLAY " "
               DISPLAY "ERRO: o run ID " WS-RUN-ID " ja foi usado "
                   "para a data de negocio " LOG-DATA-NEGOCIO
                   " - um ciclo nao pode mudar de data na retomada."
               CLOSE ARQUIVO-LOG-PASSOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTD-PASSOS
               IF WS-PAS-ORDEM(WS-IND-PASSO) = LOG-ORDEM
                       AND WS-PAS-NOME(WS-IND-PASSO) = LOG-PASSO
                   IF LOG-EVENTO = "CONCLUIDO"
                       MOVE "A" TO WS-PAS-SITUACAO(WS-IND-PASSO)
                       MOVE LOG-INICIO TO WS-PAS-INICIO(WS-IND-PASSO)
                       MOVE LOG-FIM TO WS-PAS-FIM(WS-IND-PASSO)
                       MOVE LOG-RC TO WS-PAS-RC(WS-IND-PASSO)
                   ELSE
                       MOVE "N" TO WS-PAS-SITUACAO(WS-IND-PASSO)
                       IF LOG-EVENTO = "FALHOU"
                           ADD 1 TO WS-QTD-FALHAS-ANT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ABRIR-LOG-PASSOS - Abre o log de passos para acrescimo,
      *                    criando-o na primeira execucao
      ******************************************************************
       ABRIR-LOG-PASSOS.
           OPEN EXTEND ARQUIVO-LOG-PASSOS.
           IF WS-FS-LOG-PASSOS = "35"
               OPEN OUTPUT ARQUIVO-LOG-PASSOS
           END-IF.
           IF WS-FS-LOG-PASSOS NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "CICLO-LOG.DAT (status " WS-FS-LOG-PASSOS ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * EXECUTAR-PASSO - Passo ja concluido e pulado; os demais sao
      *                  disparados com o evento INICIADO gravado antes
      *                  e o termino gravado depois. Retorno acima do
      *                  aceito interrompe o ciclo
      ******************************************************************
       EXECUTAR-PASSO.
           IF WS-PAS-SITUACAO(WS-IND-PASSO) = "A"
               DISPLAY " "
               DISPLAY "Passo " WS-PAS-ORDEM(WS-IND-PASSO) " "
                   WS-PAS-NOME(WS-IND-PASSO) " ja concluido em "
                   WS-PAS-FIM(WS-IND-PASSO) " - nao sera repetido."
           ELSE
               PERFORM OBTER-DATA-HORA
               MOVE WS-DATA-HORA TO WS-PAS-INICIO(WS-IND-PASSO)
               MOVE SPACES TO WS-PAS-FIM(WS-IND-PASSO)
               MOVE ZEROS TO WS-PAS-RC(WS-IND-PASSO)
               MOVE "INICIADO" TO WS-LOG-EVENTO
               PERFORM GRAVAR-EVENTO-PASSO
               DISPLAY " "
               DISPLAY "Passo " WS-PAS-ORDEM(WS-IND-PASSO) " "
                   WS-PAS-NOME(WS-IND-PASSO) " iniciado em "
                   WS-DATA-HORA "."
               PERFORM DISPARAR-COMANDO
               PERFORM OBTER-DATA-HORA
               MOVE WS-DATA-HORA TO WS-PAS-FIM(WS-IND-PASSO)
               MOVE WS-RC-PASSO TO WS-PAS-RC(WS-IND-PASSO)
               ADD 1 TO WS-QTD-EXECUTADOS
               IF WS-RC-PASSO > WS-PAS-RC-MAXIMO(WS-IND-PASSO)
                   MOVE "F" TO WS-PAS-SITUACAO(WS-IND-PASSO)
                   MOVE "FALHOU" TO WS-LOG-EVENTO
                   MOVE "S" TO WS-CICLO-INTERROMPIDO
                   MOVE WS-IND-PASSO TO WS-PASSO-FALHO
               ELSE
                   MOVE "C" TO WS-PAS-SITUACAO(WS-IND-PASSO)
                   MOVE "CONCLUIDO" TO WS-LOG-EVENTO
                   IF WS-RC-PASSO > WS-RC-ACEITO-MAIOR
                       MOVE WS-RC-PASSO TO WS-RC-ACEITO-MAIOR
                   END-IF
               END-IF
               PERFORM GRAVAR-EVENTO-PASSO
               DISPLAY "Passo " WS-PAS-ORDEM(WS-IND-PASSO) " "
                   WS-PAS-NOME(WS-IND-PASSO) " " WS-LOG-EVENTO
                   " em " WS-DATA-HORA " - RC " WS-RC-PASSO
                   " (aceito ate " WS-PAS-RC-MAXIMO(WS-IND-PASSO) ")."
           END-IF.

      ******************************************************************
      * DISPARAR-COMANDO - Executa a linha de comando do passo e
      *                    reduz o retorno do sistema ao codigo de
      *                    retorno do programa; comando que nao pode
      *                    ser disparado conta como retorno 9999
      ******************************************************************
       DISPARAR-COMANDO.
           MOVE SPACES TO WS-COMANDO.
           MOVE WS-PAS-COMANDO(WS-IND-PASSO) TO WS-COMANDO.
           MOVE ZEROS TO WS-RC-SISTEMA.
           CALL "SYSTEM" USING WS-COMANDO
               RETURNING WS-RC-SISTEMA
           END-CALL.
           IF WS-RC-SISTEMA < ZEROS
               MOVE 9999 TO WS-RC-PASSO
           ELSE
               IF WS-RC-SISTEMA > 255
                   DIVIDE WS-RC-SISTEMA BY 256 GIVING WS-RC-SISTEMA
               END-IF
               MOVE WS-RC-SISTEMA TO WS-RC-PASSO
           END-IF.

      ******************************************************************
      * GRAVAR-EVENTO-PASSO - Grava no log o evento WS-LOG-EVENTO do
      *                       passo corrente
      ******************************************************************
       GRAVAR-EVENTO-PASSO.
           MOVE WS-RUN-ID TO WS-LOG-RUN-ID.
           MOVE WS-DATA-NEGOCIO TO WS-LOG-DATA-NEGOCIO.
           MOVE WS-PAS-ORDEM(WS-IND-PASSO) TO WS-LOG-ORDEM.
           MOVE WS-PAS-NOME(WS-IND-PASSO) TO WS-LOG-PASSO.
           MOVE WS-PAS-INICIO(WS-IND-PASSO) TO WS-LOG-INICIO.
           MOVE WS-PAS-FIM(WS-IND-PASSO) TO WS-LOG-FIM.
           MOVE WS-PAS-RC(WS-IND-PASSO) TO WS-LOG-RC.
           MOVE WS-PAS-RC-MAXIMO(WS-IND-PASSO) TO WS-LOG-RC-MAXIMO.
           WRITE REG-LOG-PASSO FROM WS-LINHA-LOG.
           IF WS-FS-LOG-PASSOS NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar CICLO-LOG.DAT "
                   "(status " WS-FS-LOG-PASSOS ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * OBTER-DATA-HORA - Data/hora corrente em WS-DATA-HORA
      ******************************************************************
       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE SPACES TO WS-DATA-HORA.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.

      ******************************************************************
      * EMITIR-RESUMO - Resumo de uma pagina para a passagem de turno:
      *                 cada passo com a situacao, inicio, fim e
      *                 retorno, e o resultado do ciclo
      ******************************************************************
       EMITIR-RESUMO.
           PERFORM OBTER-DATA-HORA.
           MOVE WS-DATA-HORA TO WS-DATA-HORA-EMISSAO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-CICLO.TXT (status " WS-FS-RELATORIO
                   ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "RESUMO DO CICLO NOTURNO - RUN ID " WS-RUN-ID
                  " - DATA DE NEGOCIO " WS-DATA-NEGOCIO
                  " - EMITIDO EM " WS-DATA-HORA-EMISSAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-FLUXO-PADRAO = "S"
               MOVE "FLUXO: PADRAO (CICLO-PASSOS.DAT AUSENTE)"
                   TO WS-LINHA-RELATORIO
           ELSE
               MOVE "FLUXO: CICLO-PASSOS.DAT" TO WS-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-RETOMADA = "S"
               MOVE WS-QTD-FALHAS-ANT TO WS-RC-ED
               STRING "REEXECUCAO DO MESMO RUN ID - FALHAS EM "
                      "EXECUCOES ANTERIORES: " WS-RC-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "ORD PASSO        SITUACAO                 "
                  "INICIO               FIM                  "
                  "  RC  ACEITO  COMANDO"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-QTD-PASSOS
               PERFORM GRAVAR-LINHA-PASSO
           END-PERFORM.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-CICLO-INTERROMPIDO = "S"
               MOVE WS-PAS-RC(WS-PASSO-FALHO) TO WS-RC-ED
               STRING "RESULTADO: CICLO INTERROMPIDO NO PASSO "
                      WS-PAS-ORDEM(WS-PASSO-FALHO) " "
                      WS-PAS-NOME(WS-PASSO-FALHO) " (RC " WS-RC-ED
                      ") - REEXECUTAR COM O MESMO RUN ID RETOMA "
                      "NESTE PASSO"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
           ELSE
               IF WS-QTD-EXECUTADOS = ZEROS
                   STRING "RESULTADO: CICLO JA CONCLUIDO "
                          "ANTERIORMENTE - NENHUM PASSO EXECUTADO"
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-STRING
               ELSE
                   MOVE "RESULTADO: CICLO CONCLUIDO"
                       TO WS-LINHA-RELATORIO
               END-IF
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

      ******************************************************************
      * GRAVAR-LINHA-PASSO - Linha do resumo de um passo
      ******************************************************************
       GRAVAR-LINHA-PASSO.
           IF WS-PAS-SITUACAO(WS-IND-PASSO) = "A"
               MOVE "CONCLUIDO ANTERIORMENTE" TO WS-SITUACAO-ED
           ELSE IF WS-PAS-SITUACAO(WS-IND-PASSO) = "C"
               MOVE "CONCLUIDO" TO WS-SITUACAO-ED
           ELSE IF WS-PAS-SITUACAO(WS-IND-PASSO) = "F"
               MOVE "FALHOU" TO WS-SITUACAO-ED
           ELSE
               MOVE "NAO EXECUTADO" TO WS-SITUACAO-ED
           END-IF.
      * Passo nao executado nao tem inicio, fim nem retorno
           IF WS-PAS-SITUACAO(WS-IND-PASSO) = "N"
               MOVE SPACES TO WS-RC-TEXTO
           ELSE
               MOVE WS-PAS-RC(WS-IND-PASSO) TO WS-RC-ED
               MOVE WS-RC-ED TO WS-RC-TEXTO
           END-IF.
           MOVE WS-PAS-RC-MAXIMO(WS-IND-PASSO) TO WS-RC-MAXIMO-ED.
           STRING " " WS-PAS-ORDEM(WS-IND-PASSO) " "
                  WS-PAS-NOME(WS-IND-PASSO) " " WS-SITUACAO-ED
                  " " WS-PAS-INICIO(WS-IND-PASSO) "  "
                  WS-PAS-FIM(WS-IND-PASSO) "  " WS-RC-TEXTO "      "
                  WS-RC-MAXIMO-ED "  "
                  WS-PAS-COMANDO(WS-IND-PASSO)(1:30)
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-LINHA-RELATORIO - Gravacao fisica de uma linha do
      *                          relatorio
      ******************************************************************
       GRAVAR-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RELATORIO-CICLO.TXT (status " WS-FS-RELATORIO
                   ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
