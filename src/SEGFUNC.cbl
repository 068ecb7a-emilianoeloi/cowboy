      ******************************************************************
      * Programa: SEGFUNC
      * Descrição: Relatorio diario de excecoes de segregacao de
      *            funcoes: cruza os operadores carimbados na trilha
      *            de auditoria e no log de alteracoes de taxas da
      *            data de negocio e aponta quem entrou e aprovou a
      *            mesma transacao retida (LIBERA), quem estornou o
      *            proprio calculo (ESTCALC) e quem alterou a taxa de
      *            uma unidade (MANTAXAS) e depois lancou nela no mesmo
      *            dia. Havendo excecao devolve codigo de retorno 4
      *            para o escalonador
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUNC.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Controle de execucao preparado pelo escalonador, o mesmo da
      * CALCULADORA: dele vem a data de negocio analisada
           SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      * Geracao diaria de auditoria da CALCULADORA (CALC-AUDIT-
      * AAAAMMDD.DAT), ainda nao consolidada ou ja consolidada
           SELECT ARQUIVO-AUDIT-DIA ASSIGN TO WS-NOME-AUDIT-DIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-DIA.
      * Trilha permanente, onde gravam tambem o ESTCALC e a LIBERA
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "CALC-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.
      * Log de alteracoes da tabela de taxas gravado pela MANTAXAS
           SELECT ARQUIVO-TAXAS-LOG ASSIGN TO "TAXAS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXAS-LOG.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-SEGREGACAO.TXT"
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

      * Linha de auditoria no layout gravado por GRAVAR-AUDITORIA:
      * data/hora (1:19), "OP=" (21:3), UNIDADE (90:3), ID (97:9),
      * RUN (111:8) e OPER (125:8). A LIBERA anota no sufixo
      * " LIBERADO PEND-DE=" (133:18) o operador de origem (151:8) e
      * " PEND-RUN=" (159:10) o run de origem (169:8); o ESTCALC
      * anota " ESTORNO-DE=" (133:12) o ID original (145:9) e
      * " OPER-ORIG=" (154:11) o operador original (165:8). O
      * encadeamento da trilha ocupa de 241 a 267
       FD  ARQUIVO-AUDIT-DIA
           RECORDING MODE IS F.
       01  REG-AUDIT-DIA           PIC X(267).

       FD  ARQUIVO-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA           PIC X(267).

      * Linha do log de taxas: data/hora (1:19), " OPERADOR=" (20:10),
      * operador (30:8), " ACAO=INCLUSAO" (38:14), " UN=" (52:4) e
      * unidade (56:3)
       FD  ARQUIVO-TAXAS-LOG
           RECORDING MODE IS F.
       01  REG-TAXAS-LOG           PIC X(100).

      * Unidade do cadastro, no layout de REG-UNIDADE do MANUNID (so
      * codigo e descricao interessam ao relatorio)
       FD  ARQUIVO-UNIDADES
           RECORDING MODE IS F.
       01  REG-UNIDADE.
           05 UNI-CODIGO           PIC X(3).
           05 UNI-DESCRICAO        PIC X(30).
           05 UNI-SUBSIDIARIA      PIC X(10).
           05 UNI-ATIVA-DESDE      PIC X(10).
           05 UNI-ATIVA-ATE        PIC X(10).
           05 UNI-LIMITE           PIC 9(14)V99.
           05 UNI-DESTINO          PIC X(30).
           05 UNI-OPERADOR         PIC X(8).
           05 UNI-DATA-CADASTRO    PIC X(10).

      * Relatorio impresso, formato de impressora de 132 colunas
       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-AUDIT-DIA      PIC X(2) VALUE ZEROS.
       01 WS-FS-AUDITORIA      PIC X(2) VALUE ZEROS.
       01 WS-FS-TAXAS-LOG      PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Data de negocio analisada (controle do escalonador ou a data
      * corrente) e nome da geracao diaria correspondente
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.
       01 WS-NOME-AUDIT-DIA    PIC X(30) VALUE SPACES.

      * Linha de auditoria corrente (de qualquer das duas trilhas)
       01 WS-LINHA-AUDIT       PIC X(267) VALUE SPACES.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Lancamentos da data de negocio, um por ID de calculo (a
      * geracao diaria ja consolidada repete as linhas da trilha
      * permanente): tipo C=calculo, L=liberacao, E=estorno, com o
      * operador e o run de referencia (origem da pendencia ou do
      * calculo estornado)
       01 WS-QTD-LANCAMENTOS   PIC 9(5) VALUE ZEROS.
       01 WS-TABELA-LANCAMENTOS.
           05 WS-LANC-ENTRADA OCCURS 5000 TIMES.
               10 WS-LANC-ID       PIC 9(9).
               10 WS-LANC-TIPO     PIC X(1).
               10 WS-LANC-HORA     PIC X(19).
               10 WS-LANC-RUN      PIC X(8).
               10 WS-LANC-OPER     PIC X(8).
               10 WS-LANC-UNIDADE  PIC X(3).
               10 WS-LANC-REF-ID   PIC 9(9).
               10 WS-LANC-REF-RUN  PIC X(8).
               10 WS-LANC-REF-OPER PIC X(8).
       01 WS-IND-LANC          PIC 9(5) VALUE ZEROS.
       01 WS-LANC-ACHADO       PIC X(1) VALUE "N".
       01 WS-LANC-EXCEDIDO     PIC X(1) VALUE "N".
       01 WS-QTD-SEM-ORIGEM    PIC 9(5) VALUE ZEROS.

      * Estornos do dia cuja origem (run do calculo estornado) ainda
      * falta localizar, apontando para a tabela de lancamentos
       01 WS-QTD-ESTORNOS      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-ESTORNOS.
           05 WS-EST-IND-LANC  PIC 9(5) OCCURS 500 TIMES.
       01 WS-IND-EST           PIC 9(3) VALUE ZEROS.

      * Campos extraidos da linha de auditoria corrente
       01 WS-AUD-ID            PIC 9(9) VALUE ZEROS.
       01 WS-AUD-ID-ORIG       PIC 9(9) VALUE ZEROS.

      * Alteracoes de taxa da data de negocio (MANTAXAS)
       01 WS-QTD-ALTERACOES    PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-ALTERACOES.
           05 WS-ALT-ENTRADA OCCURS 500 TIMES.
               10 WS-ALT-HORA      PIC X(19).
               10 WS-ALT-OPER      PIC X(8).
               10 WS-ALT-UNIDADE   PIC X(3).
       01 WS-IND-ALT           PIC 9(3) VALUE ZEROS.

      * Excecoes apontadas, por tipo e no total (o total define o
      * codigo de retorno)
       01 WS-CONT-ENTRADA-APROV PIC 9(5) VALUE ZEROS.
       01 WS-CONT-AUTO-ESTORNO PIC 9(5) VALUE ZEROS.
       01 WS-CONT-TAXA-LANC    PIC 9(5) VALUE ZEROS.
       01 WS-CONT-EXCECOES     PIC 9(5) VALUE ZEROS.

      * Data/hora de emissao
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-EXC-TIPO          PIC X(20) VALUE SPACES.
       01 WS-EXC-ID            PIC X(9) VALUE SPACES.
       01 WS-EXC-RUN           PIC X(8) VALUE SPACES.
       01 WS-EXC-REF-ID        PIC X(9) VALUE SPACES.
       01 WS-EXC-REF-RUN       PIC X(8) VALUE SPACES.
       01 WS-EXC-OPER          PIC X(8) VALUE SPACES.
       01 WS-EXC-UNIDADE       PIC X(3) VALUE SPACES.
       01 WS-EXC-OBS           PIC X(45) VALUE SPACES.

      * Descricoes do cadastro de unidades; sem UNIDADES.DAT o
      * relatorio sai so com os codigos
       01 WS-FIM-UNIDADES      PIC X(1) VALUE "N".
       01 WS-QTD-CADASTRO      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-CADASTRO.
           05 WS-CAD-UNIDADE OCCURS 200 TIMES.
               10 WS-CAD-CODIGO    PIC X(3).
               10 WS-CAD-DESCRICAO PIC X(30).
       01 WS-IND-CAD           PIC 9(3) VALUE ZEROS.
       01 WS-CAD-ACHADA        PIC X(1) VALUE "N".
       01 WS-DESCRICAO-UNIDADE PIC X(30) VALUE SPACES.
       01 WS-CONT-ED           PIC ZZZZ9.

      * Linha decorativa
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla a analise: data de negocio, carga dos
      *          lancamentos do dia e das alteracoes de taxa, busca
      *          das origens dos estornos, cruzamentos e relatorio;
      *          excecao encontrada devolve codigo de retorno 4
      ******************************************************************
       INICIO.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM CARREGAR-LANCAMENTOS.
           PERFORM LOCALIZAR-ORIGENS-ESTORNO.
           PERFORM CARREGAR-ALTERACOES-TAXA.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM ABRIR-RELATORIO.
           PERFORM CONFERIR-ENTRADA-APROVACAO.
           PERFORM CONFERIR-AUTO-ESTORNO.
           PERFORM CONFERIR-TAXA-LANCAMENTO.
           PERFORM GRAVAR-RESUMO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY " ".
           DISPLAY "Segregacao de funcoes conferida - relatorio em "
               "RELATORIO-SEGREGACAO.TXT (" WS-CONT-EXCECOES
               " excecao(oes)).".
           IF WS-CONT-EXCECOES NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-NEGOCIO - Data analisada: a do controle de execucao
      *                      quando presente, senao a data corrente;
      *                      monta o nome da geracao diaria do dia
      ******************************************************************
       OBTER-DATA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF WS-FS-CONTROLE = "00"
               READ ARQUIVO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               END-READ
               CLOSE ARQUIVO-CONTROLE
           END-IF.
           IF WS-DATA-NEGOCIO = SPACES
               MOVE WS-DATA-HORA(1:10) TO WS-DATA-NEGOCIO
           END-IF.
           STRING "CALC-AUDIT-" WS-DATA-NEGOCIO(1:4)
                  WS-DATA-NEGOCIO(6:2) WS-DATA-NEGOCIO(9:2) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-AUDIT-DIA
           END-STRING.
           DISPLAY " ".
           DISPLAY "Segregacao de funcoes da data de negocio "
               WS-DATA-NEGOCIO ".".

      ******************************************************************
      * CARREGAR-LANCAMENTOS - Junta os lancamentos do dia: toda a
      *                        geracao diaria e, da trilha permanente,
      *                        as linhas gravadas na data de negocio
      *                        (estornos e liberacoes gravam direto
      *                        nela). Sem nenhuma das duas trilhas nao
      *                        ha o que conferir
      ******************************************************************
       CARREGAR-LANCAMENTOS.
           OPEN INPUT ARQUIVO-AUDIT-DIA.
           IF WS-FS-AUDIT-DIA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUDIT-DIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-AUDIT-DIA TO WS-LINHA-AUDIT
                           PERFORM GUARDAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDIT-DIA
           ELSE
               DISPLAY "AVISO: geracao diaria " WS-NOME-AUDIT-DIA
                   " nao encontrada (status " WS-FS-AUDIT-DIA ")."
           END-IF.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF WS-FS-AUDITORIA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REG-AUDITORIA(1:10) = WS-DATA-NEGOCIO
                               MOVE REG-AUDITORIA TO WS-LINHA-AUDIT
                               PERFORM GUARDAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDITORIA
           ELSE
               IF WS-FS-AUDIT-DIA NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       "CALC-AUDIT.DAT (status " WS-FS-AUDITORIA
                       ") - nada a conferir."
                   STOP RUN
               END-IF
           END-IF.
           IF WS-LANC-EXCEDIDO = "S"
               DISPLAY "AVISO: mais de 5000 lancamentos no dia - o "
                   "excedente nao foi conferido."
           END-IF.
           DISPLAY WS-QTD-LANCAMENTOS " lancamento(s) da data de "
               "negocio carregado(s).".

      ******************************************************************
      * GUARDAR-LANCAMENTO - Classifica a linha de auditoria corrente
      *                      e a guarda na tabela do dia, uma vez por
      *                      ID; linha fora do layout e ignorada
      ******************************************************************
       GUARDAR-LANCAMENTO.
           IF WS-LINHA-AUDIT(21:3) = "OP="
                   AND WS-LINHA-AUDIT(93:4) = " ID="
                   AND WS-LINHA-AUDIT(97:9) IS NUMERIC
               MOVE WS-LINHA-AUDIT(97:9) TO WS-AUD-ID
               MOVE "N" TO WS-LANC-ACHADO
               PERFORM VARYING WS-IND-LANC FROM 1 BY 1
                       UNTIL WS-IND-LANC > WS-QTD-LANCAMENTOS
                       OR WS-LANC-ACHADO = "S"
                   IF WS-LANC-ID(WS-IND-LANC) = WS-AUD-ID
                       MOVE "S" TO WS-LANC-ACHADO
                   END-IF
               END-PERFORM
               IF WS-LANC-ACHADO = "N"
                   IF WS-QTD-LANCAMENTOS >= 5000
                       MOVE "S" TO WS-LANC-EXCEDIDO
                   ELSE
                       PERFORM INCLUIR-LANCAMENTO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * INCLUIR-LANCAMENTO - Nova entrada na tabela do dia a partir da
      *                      linha de auditoria corrente, com o tipo
      *                      pelo sufixo da LIBERA ou do ESTCALC
      ******************************************************************
       INCLUIR-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE WS-QTD-LANCAMENTOS TO WS-IND-LANC.
           MOVE WS-AUD-ID TO WS-LANC-ID(WS-IND-LANC).
           MOVE WS-LINHA-AUDIT(1:19) TO WS-LANC-HORA(WS-IND-LANC).
           MOVE WS-LINHA-AUDIT(111:8) TO WS-LANC-RUN(WS-IND-LANC).
           MOVE WS-LINHA-AUDIT(125:8) TO WS-LANC-OPER(WS-IND-LANC).
           MOVE WS-LINHA-AUDIT(90:3) TO WS-LANC-UNIDADE(WS-IND-LANC).
           MOVE "C" TO WS-LANC-TIPO(WS-IND-LANC).
           MOVE ZEROS TO WS-LANC-REF-ID(WS-IND-LANC).
           MOVE SPACES TO WS-LANC-REF-RUN(WS-IND-LANC).
           MOVE SPACES TO WS-LANC-REF-OPER(WS-IND-LANC).
           IF WS-LINHA-AUDIT(133:18) = " LIBERADO PEND-DE="
               MOVE "L" TO WS-LANC-TIPO(WS-IND-LANC)
               MOVE WS-LINHA-AUDIT(151:8)
                   TO WS-LANC-REF-OPER(WS-IND-LANC)
               IF WS-LINHA-AUDIT(159:10) = " PEND-RUN="
                   MOVE WS-LINHA-AUDIT(169:8)
                       TO WS-LANC-REF-RUN(WS-IND-LANC)
               END-IF
           ELSE IF WS-LINHA-AUDIT(133:12) = " ESTORNO-DE="
               MOVE "E" TO WS-LANC-TIPO(WS-IND-LANC)
               IF WS-LINHA-AUDIT(145:9) IS NUMERIC
                   MOVE WS-LINHA-AUDIT(145:9)
                       TO WS-LANC-REF-ID(WS-IND-LANC)
               END-IF
               IF WS-LINHA-AUDIT(154:11) = " OPER-ORIG="
                   MOVE WS-LINHA-AUDIT(165:8)
                       TO WS-LANC-REF-OPER(WS-IND-LANC)
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZAR-ORIGENS-ESTORNO - O run (e, em estorno antigo sem o
      *                             operador original no sufixo, o
      *                             operador) do calculo estornado vem
      *                             da linha original na trilha
      *                             permanente ou na geracao diaria
      ******************************************************************
       LOCALIZAR-ORIGENS-ESTORNO.
           MOVE ZEROS TO WS-QTD-ESTORNOS.
           PERFORM VARYING WS-IND-LANC FROM 1 BY 1
                   UNTIL WS-IND-LANC > WS-QTD-LANCAMENTOS
               IF WS-LANC-TIPO(WS-IND-LANC) = "E"
                       AND WS-QTD-ESTORNOS < 500
                   ADD 1 TO WS-QTD-ESTORNOS
                   MOVE WS-IND-LANC TO WS-EST-IND-LANC(WS-QTD-ESTORNOS)
               END-IF
           END-PERFORM.
           IF WS-QTD-ESTORNOS > ZEROS
               PERFORM VARRER-ORIGENS-ESTORNO
           END-IF.

      ******************************************************************
      * VARRER-ORIGENS-ESTORNO - Passa pela trilha permanente e pela
      *                          geracao diaria procurando os calculos
      *                          originais dos estornos do dia
      ******************************************************************
       VARRER-ORIGENS-ESTORNO.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF WS-FS-AUDITORIA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-AUDITORIA TO WS-LINHA-AUDIT
                           PERFORM ANOTAR-ORIGEM-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDITORIA
           END-IF.
           OPEN INPUT ARQUIVO-AUDIT-DIA.
           IF WS-FS-AUDIT-DIA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-AUDIT-DIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-AUDIT-DIA TO WS-LINHA-AUDIT
                           PERFORM ANOTAR-ORIGEM-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-AUDIT-DIA
           END-IF.

      ******************************************************************
      * ANOTAR-ORIGEM-ESTORNO - Se a linha corrente e o calculo
      *                         original de algum estorno do dia,
      *                         anota nele o run e o operador de origem
      ******************************************************************
       ANOTAR-ORIGEM-ESTORNO.
           IF WS-LINHA-AUDIT(21:3) = "OP="
                   AND WS-LINHA-AUDIT(93:4) = " ID="
                   AND WS-LINHA-AUDIT(97:9) IS NUMERIC
               MOVE WS-LINHA-AUDIT(97:9) TO WS-AUD-ID-ORIG
               PERFORM VARYING WS-IND-EST FROM 1 BY 1
                       UNTIL WS-IND-EST > WS-QTD-ESTORNOS
                   MOVE WS-EST-IND-LANC(WS-IND-EST) TO WS-IND-LANC
                   IF WS-LANC-REF-ID(WS-IND-LANC) = WS-AUD-ID-ORIG
                           AND WS-LANC-REF-RUN(WS-IND-LANC) = SPACES
                       MOVE WS-LINHA-AUDIT(111:8)
                           TO WS-LANC-REF-RUN(WS-IND-LANC)
                       IF WS-LANC-REF-OPER(WS-IND-LANC) = SPACES
                           MOVE WS-LINHA-AUDIT(125:8)
                               TO WS-LANC-REF-OPER(WS-IND-LANC)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * CARREGAR-ALTERACOES-TAXA - Inclusoes de taxa gravadas pela
      *                            MANTAXAS na data de negocio (o log
      *                            registra a data/hora da alteracao);
      *                            sem o log nao houve alteracao
      ******************************************************************
       CARREGAR-ALTERACOES-TAXA.
           OPEN INPUT ARQUIVO-TAXAS-LOG.
           IF WS-FS-TAXAS-LOG = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXAS-LOG
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REG-TAXAS-LOG(1:10) = WS-DATA-NEGOCIO
                                   AND REG-TAXAS-LOG(20:10)
                                       = " OPERADOR="
                                   AND REG-TAXAS-LOG(52:4) = " UN="
                               PERFORM GUARDAR-ALTERACAO-TAXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXAS-LOG
           END-IF.

      ******************************************************************
      * GUARDAR-ALTERACAO-TAXA - Linha corrente do log de taxas para a
      *                          tabela do dia
      ******************************************************************
       GUARDAR-ALTERACAO-TAXA.
           IF WS-QTD-ALTERACOES >= 500
               DISPLAY "AVISO: mais de 500 alteracoes de taxa no dia "
                   "- o excedente nao foi conferido."
           ELSE
               ADD 1 TO WS-QTD-ALTERACOES
               MOVE REG-TAXAS-LOG(1:19)
                   TO WS-ALT-HORA(WS-QTD-ALTERACOES)
               MOVE REG-TAXAS-LOG(30:8)
                   TO WS-ALT-OPER(WS-QTD-ALTERACOES)
               MOVE REG-TAXAS-LOG(56:3)
                   TO WS-ALT-UNIDADE(WS-QTD-ALTERACOES)
           END-IF.

      ******************************************************************
      * ABRIR-RELATORIO - Abre o relatorio e grava o cabecalho
      ******************************************************************
       ABRIR-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-SEGREGACAO.TXT (status " WS-FS-RELATORIO
                   ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "EXCECOES DE SEGREGACAO DE FUNCOES - DATA DE NEGOCIO "
                  WS-DATA-NEGOCIO "   EMISSAO: " WS-DATA-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "CONFLITO             DATA NEG.  CALC ID   RUN ID   "
                  "ID REF.   RUN REF.  OPERADOR UN  OBSERVACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * CONFERIR-ENTRADA-APROVACAO - Transacao retida liberada pelo
      *                              mesmo operador que a digitou
      ******************************************************************
       CONFERIR-ENTRADA-APROVACAO.
           PERFORM VARYING WS-IND-LANC FROM 1 BY 1
                   UNTIL WS-IND-LANC > WS-QTD-LANCAMENTOS
               IF WS-LANC-TIPO(WS-IND-LANC) = "L"
                       AND WS-LANC-OPER(WS-IND-LANC)
                           = WS-LANC-REF-OPER(WS-IND-LANC)
                   ADD 1 TO WS-CONT-ENTRADA-APROV
                   MOVE "ENTRADA E APROVACAO" TO WS-EXC-TIPO
                   MOVE WS-LANC-ID(WS-IND-LANC) TO WS-EXC-ID
                   MOVE WS-LANC-RUN(WS-IND-LANC) TO WS-EXC-RUN
                   MOVE SPACES TO WS-EXC-REF-ID
                   MOVE WS-LANC-REF-RUN(WS-IND-LANC) TO WS-EXC-REF-RUN
                   MOVE WS-LANC-OPER(WS-IND-LANC) TO WS-EXC-OPER
                   MOVE WS-LANC-UNIDADE(WS-IND-LANC) TO WS-EXC-UNIDADE
                   MOVE SPACES TO WS-EXC-OBS
                   STRING "LIBERADO " WS-LANC-HORA(WS-IND-LANC)(12:8)
                          " PELO PROPRIO DIGITADOR"
                          DELIMITED BY SIZE INTO WS-EXC-OBS
                   END-STRING
                   PERFORM GRAVAR-LINHA-EXCECAO
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERIR-AUTO-ESTORNO - Estorno feito pelo mesmo operador que
      *                         lancou o calculo original; estorno
      *                         cuja origem nao foi localizada na
      *                         trilha e listado a parte, sem contar
      *                         como excecao
      ******************************************************************
       CONFERIR-AUTO-ESTORNO.
           PERFORM VARYING WS-IND-LANC FROM 1 BY 1
                   UNTIL WS-IND-LANC > WS-QTD-LANCAMENTOS
               IF WS-LANC-TIPO(WS-IND-LANC) = "E"
                   IF WS-LANC-REF-OPER(WS-IND-LANC) = SPACES
                       ADD 1 TO WS-QTD-SEM-ORIGEM
                   ELSE
                       IF WS-LANC-OPER(WS-IND-LANC)
                               = WS-LANC-REF-OPER(WS-IND-LANC)
                           PERFORM APONTAR-AUTO-ESTORNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APONTAR-AUTO-ESTORNO - Linha de excecao do estorno corrente
      ******************************************************************
       APONTAR-AUTO-ESTORNO.
           ADD 1 TO WS-CONT-AUTO-ESTORNO.
           MOVE "ESTORNO DO PROPRIO" TO WS-EXC-TIPO.
           MOVE WS-LANC-ID(WS-IND-LANC) TO WS-EXC-ID.
           MOVE WS-LANC-RUN(WS-IND-LANC) TO WS-EXC-RUN.
           MOVE WS-LANC-REF-ID(WS-IND-LANC) TO WS-EXC-REF-ID.
           MOVE WS-LANC-REF-RUN(WS-IND-LANC) TO WS-EXC-REF-RUN.
           IF WS-EXC-REF-RUN = SPACES
               MOVE "N/D" TO WS-EXC-REF-RUN
           END-IF.
           MOVE WS-LANC-OPER(WS-IND-LANC) TO WS-EXC-OPER.
           MOVE WS-LANC-UNIDADE(WS-IND-LANC) TO WS-EXC-UNIDADE.
           MOVE SPACES TO WS-EXC-OBS.
           STRING "ESTORNADO " WS-LANC-HORA(WS-IND-LANC)(12:8)
                  " PELO AUTOR DO ORIGINAL"
                  DELIMITED BY SIZE INTO WS-EXC-OBS
           END-STRING.
           PERFORM GRAVAR-LINHA-EXCECAO.

      ******************************************************************
      * CONFERIR-TAXA-LANCAMENTO - Operador que alterou a taxa de uma
      *                            unidade e, depois da alteracao, no
      *                            mesmo dia, lancou nessa unidade
      ******************************************************************
       CONFERIR-TAXA-LANCAMENTO.
           PERFORM VARYING WS-IND-ALT FROM 1 BY 1
                   UNTIL WS-IND-ALT > WS-QTD-ALTERACOES
               PERFORM VARYING WS-IND-LANC FROM 1 BY 1
                       UNTIL WS-IND-LANC > WS-QTD-LANCAMENTOS
                   IF WS-LANC-OPER(WS-IND-LANC)
                           = WS-ALT-OPER(WS-IND-ALT)
                           AND WS-LANC-UNIDADE(WS-IND-LANC)
                               = WS-ALT-UNIDADE(WS-IND-ALT)
                           AND WS-LANC-HORA(WS-IND-LANC)
                               >= WS-ALT-HORA(WS-IND-ALT)
                       PERFORM APONTAR-TAXA-LANCAMENTO
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * APONTAR-TAXA-LANCAMENTO - Linha de excecao do lancamento
      *                           corrente feito apos a alteracao de
      *                           taxa corrente
      ******************************************************************
       APONTAR-TAXA-LANCAMENTO.
           ADD 1 TO WS-CONT-TAXA-LANC.
           MOVE "TAXA E LANCAMENTO" TO WS-EXC-TIPO.
           MOVE WS-LANC-ID(WS-IND-LANC) TO WS-EXC-ID.
           MOVE WS-LANC-RUN(WS-IND-LANC) TO WS-EXC-RUN.
           MOVE SPACES TO WS-EXC-REF-ID.
           MOVE SPACES TO WS-EXC-REF-RUN.
           MOVE WS-LANC-OPER(WS-IND-LANC) TO WS-EXC-OPER.
           MOVE WS-LANC-UNIDADE(WS-IND-LANC) TO WS-EXC-UNIDADE.
           MOVE SPACES TO WS-EXC-OBS.
           STRING "TAXA ALTERADA " WS-ALT-HORA(WS-IND-ALT)(12:8)
                  ", LANCADO " WS-LANC-HORA(WS-IND-LANC)(12:8)
                  DELIMITED BY SIZE INTO WS-EXC-OBS
           END-STRING.
           PERFORM GRAVAR-LINHA-EXCECAO.

      ******************************************************************
      * GRAVAR-LINHA-EXCECAO - Linha de detalhe da excecao montada nas
      *                        areas WS-EXC-*, seguida da descricao
      *                        cadastrada da unidade, sob o codigo
      ******************************************************************
       GRAVAR-LINHA-EXCECAO.
           ADD 1 TO WS-CONT-EXCECOES.
           STRING WS-EXC-TIPO " " WS-DATA-NEGOCIO " " WS-EXC-ID " "
                  WS-EXC-RUN " " WS-EXC-REF-ID " " WS-EXC-REF-RUN
                  "  " WS-EXC-OPER " " WS-EXC-UNIDADE " " WS-EXC-OBS
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-EXC-UNIDADE NOT = SPACES
               PERFORM OBTER-DESCRICAO-UNIDADE
               IF WS-DESCRICAO-UNIDADE NOT = SPACES
                   MOVE WS-DESCRICAO-UNIDADE
                       TO WS-LINHA-RELATORIO(81:30)
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-IF.

      ******************************************************************
      * CARREGAR-DESCRICOES-UNIDADES - Le o cadastro de unidades para
      *                                imprimir a descricao ao lado
      *                                do codigo. Sem o cadastro o
      *                                relatorio segue so com codigos
      ******************************************************************
       CARREGAR-DESCRICOES-UNIDADES.
           OPEN INPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES = "00"
               PERFORM UNTIL WS-FIM-UNIDADES = "S"
                   READ ARQUIVO-UNIDADES
                       AT END
                           MOVE "S" TO WS-FIM-UNIDADES
                       NOT AT END
                           PERFORM GUARDAR-DESCRICAO-UNIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-UNIDADES
           ELSE
               DISPLAY "AVISO: UNIDADES.DAT nao encontrado - unidades "
                   "impressas sem descricao."
           END-IF.

      ******************************************************************
      * GUARDAR-DESCRICAO-UNIDADE - Guarda codigo e descricao da
      *                             unidade lida na tabela
      ******************************************************************
       GUARDAR-DESCRICAO-UNIDADE.
           IF UNI-CODIGO NOT = SPACES
                   AND WS-QTD-CADASTRO < 200
               ADD 1 TO WS-QTD-CADASTRO
               MOVE UNI-CODIGO TO WS-CAD-CODIGO(WS-QTD-CADASTRO)
               MOVE UNI-DESCRICAO TO WS-CAD-DESCRICAO(WS-QTD-CADASTRO)
           END-IF.

      ******************************************************************
      * OBTER-DESCRICAO-UNIDADE - Descricao cadastrada da unidade em
      *                           WS-EXC-UNIDADE; codigo fora do
      *                           cadastro sai marcado como tal
      ******************************************************************
       OBTER-DESCRICAO-UNIDADE.
           MOVE SPACES TO WS-DESCRICAO-UNIDADE.
           IF WS-QTD-CADASTRO > ZEROS
               MOVE "(NAO CADASTRADA)" TO WS-DESCRICAO-UNIDADE
               MOVE "N" TO WS-CAD-ACHADA
               PERFORM VARYING WS-IND-CAD FROM 1 BY 1
                       UNTIL WS-IND-CAD > WS-QTD-CADASTRO
                       OR WS-CAD-ACHADA = "S"
                   IF WS-CAD-CODIGO(WS-IND-CAD)
                           = WS-EXC-UNIDADE
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * GRAVAR-RESUMO - Contagens por tipo de conflito e estornos sem
      *                 origem localizada
      ******************************************************************
       GRAVAR-RESUMO.
           IF WS-CONT-EXCECOES = ZEROS
               MOVE "  (nenhuma excecao na data de negocio)"
                   TO WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-LANCAMENTOS TO WS-CONT-ED.
           STRING "LANCAMENTOS CONFERIDOS..............: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-ALTERACOES TO WS-CONT-ED.
           STRING "ALTERACOES DE TAXA NO DIA...........: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ENTRADA-APROV TO WS-CONT-ED.
           STRING "ENTRADA E APROVACAO PELO MESMO......: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-AUTO-ESTORNO TO WS-CONT-ED.
           STRING "ESTORNO DO PROPRIO CALCULO..........: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-TAXA-LANC TO WS-CONT-ED.
           STRING "ALTERACAO DE TAXA E LANCAMENTO......: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-EXCECOES TO WS-CONT-ED.
           STRING "TOTAL DE EXCECOES...................: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-QTD-SEM-ORIGEM > ZEROS
               MOVE WS-QTD-SEM-ORIGEM TO WS-CONT-ED
               STRING "AVISO: ESTORNOS SEM ORIGEM NA TRILHA: "
                      WS-CONT-ED " (CALCULO ORIGINAL ARQUIVADO?)"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

      ******************************************************************
      * GRAVAR-LINHA-RELATORIO - Gravacao fisica de uma linha do
      *                          relatorio de excecoes
      ******************************************************************
       GRAVAR-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RELATORIO-SEGREGACAO.TXT (status " WS-FS-RELATORIO
                   ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
