      ******************************************************************
      * Programa: RESUMPER
      * Descrição: Resumo gerencial do periodo - mes, trimestre ou
      *            acumulado do ano - por unidade e operacao, em moeda
      *            original e em moeda base, com os estornos ja
      *            descontados e a comparacao com o mesmo periodo do
      *            ano anterior (variacao em valor e em percentual).
      *            Le o mestre vivo (CALC-MESTRE.DAT) e os arquivos
      *            mortos do catalogo do ARQCALC (CALC-MESTRE-ARQ.CAT)
      *            que cobrem o periodo e o ano anterior
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMPER.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQUIVO-MESTRE ASSIGN TO "CALC-MESTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CALC-ID
               FILE STATUS IS WS-FS-MESTRE.
      * Catalogo dos arquivos mortos do mestre mantido pelo ARQCALC,
      * um nome por linha (CALC-MESTRE-AAAAMMDD.ARQ, com a data de
      * corte no nome)
           SELECT ARQUIVO-CATALOGO ASSIGN TO "CALC-MESTRE-ARQ.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.
           SELECT ARQUIVO-MESTRE-ARQ ASSIGN TO WS-NOME-MESTRE-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE-ARQ.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-RESUMO-PERIODO.TXT"
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

      * Arquivo mestre no layout de REG-MESTRE da CALCULADORA. O
      * calculo estornado pelo ESTCALC fica com a situacao "E"; a
      * contrapartida so existe na interface contabil, entao o
      * calculo estornado sai do liquido do periodo
       FD  ARQUIVO-MESTRE.
       01  REG-MESTRE.
           05 MST-CALC-ID          PIC 9(9).
           05 MST-OPERACAO         PIC 9(1).
           05 MST-NUMERO-1         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 MST-NUMERO-2         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 MST-UNIDADE          PIC X(3).
           05 MST-RESULTADO        PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 MST-RESULTADO-BASE   PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 MST-DATA-HORA        PIC X(19).
           05 MST-OPERADOR         PIC X(8).
           05 MST-SITUACAO         PIC X(1).
           05 MST-ESTORNO-ID       PIC 9(9).

       FD  ARQUIVO-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO.
           05 CAT-NOME-ARQUIVO     PIC X(30).

      * Imagem sequencial de REG-MESTRE gravada pelo ARQCALC
       FD  ARQUIVO-MESTRE-ARQ
           RECORDING MODE IS F.
       01  REG-MESTRE-ARQ          PIC X(120).

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
       01 WS-FS-MESTRE         PIC X(2) VALUE ZEROS.
       01 WS-FS-CATALOGO       PIC X(2) VALUE ZEROS.
       01 WS-FS-MESTRE-ARQ     PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Data de negocio do controle de execucao (senao a corrente)
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Periodo pedido: M = mes (AAAAMM), T = trimestre (AAAAN, N de
      * 1 a 4), A = acumulado do ano (AAAA). Periodo ainda em curso
      * vai ate a data de negocio, e o ano anterior e comparado no
      * mesmo intervalo de dias
       01 WS-TIPO-PERIODO      PIC X(1) VALUE SPACES.
       01 WS-ENTRADA           PIC X(10) VALUE SPACES.
       01 WS-REFERENCIA        PIC X(6) VALUE SPACES.
       01 WS-ANO               PIC 9(4) VALUE ZEROS.
       01 WS-MES-INICIO        PIC 9(2) VALUE ZEROS.
       01 WS-MES-FIM           PIC 9(2) VALUE ZEROS.
       01 WS-TRIMESTRE         PIC 9(1) VALUE ZEROS.
       01 WS-DESCRICAO-PERIODO PIC X(30) VALUE SPACES.
       01 WS-DATA-INICIO       PIC X(10) VALUE SPACES.
       01 WS-DATA-FIM          PIC X(10) VALUE SPACES.
       01 WS-DATA-INICIO-ANT   PIC X(10) VALUE SPACES.
       01 WS-DATA-FIM-ANT      PIC X(10) VALUE SPACES.
       01 WS-PERIODO-PARCIAL   PIC X(1) VALUE "N".

      * Aritmetica de datas para o ultimo dia do mes
       01 WS-DATA-NUM          PIC 9(8) VALUE ZEROS.
       01 WS-ANO-SEGUINTE      PIC 9(4) VALUE ZEROS.
       01 WS-MES-SEGUINTE      PIC 9(2) VALUE ZEROS.
       01 WS-INT-DATA          PIC 9(7) VALUE ZEROS.

      * Arquivos mortos do catalogo: data de corte tirada do nome; o
      * arquivo com corte ate o inicio do ano anterior so tem
      * calculos mais antigos, e o que tem o corte anterior depois do
      * fim do periodo so tem calculos mais novos - ambos sao pulados
       01 WS-NOME-MESTRE-ARQ   PIC X(30) VALUE SPACES.
       01 WS-QTD-CATALOGO      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-CATALOGO.
           05 WS-CAT-ENTRADA OCCURS 200 TIMES.
               10 WS-CAT-NOME      PIC X(30).
               10 WS-CAT-CORTE     PIC X(10).
               10 WS-CAT-SITUACAO  PIC X(1).
       01 WS-IND-CATALOGO      PIC 9(3) VALUE ZEROS.
       01 WS-IND-CATALOGO-AUX  PIC 9(3) VALUE ZEROS.
       01 WS-CORTE-ANTERIOR    PIC X(10) VALUE SPACES.
       01 WS-ARQUIVO-NO-PERIODO PIC X(1) VALUE "N".
       01 WS-QTD-ARQ-LIDOS     PIC 9(3) VALUE ZEROS.
       01 WS-QTD-ARQ-AUSENTES  PIC 9(3) VALUE ZEROS.

      * Totais por unidade e operacao, mantidos em ordem de chave. O
      * liquido exclui os calculos estornados, contados a parte
       01 WS-QTD-COMBINACOES   PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-COMBINACOES.
           05 WS-CMB-ENTRADA OCCURS 400 TIMES.
               10 WS-CMB-CHAVE.
                   15 WS-CMB-UNIDADE   PIC X(3).
                   15 WS-CMB-OPERACAO  PIC 9(1).
               10 WS-CMB-QTD           PIC 9(7).
               10 WS-CMB-ESTORNOS      PIC 9(7).
               10 WS-CMB-ORIGINAL      PIC S9(16)V9(6).
               10 WS-CMB-BASE          PIC S9(16)V9(6).
               10 WS-CMB-QTD-ANT       PIC 9(7).
               10 WS-CMB-ESTORNOS-ANT  PIC 9(7).
               10 WS-CMB-ORIGINAL-ANT  PIC S9(16)V9(6).
               10 WS-CMB-BASE-ANT      PIC S9(16)V9(6).
       01 WS-IND-COMBINACAO    PIC 9(3) VALUE ZEROS.
       01 WS-IND-DESLOCA       PIC 9(3) VALUE ZEROS.
       01 WS-CHAVE-PROCURADA.
           05 WS-CHAVE-UNIDADE PIC X(3).
           05 WS-CHAVE-OPERACAO PIC 9(1).
       01 WS-COMBINACAO-ACHADA PIC X(1) VALUE "N".

      * Periodo do registro corrente: C = periodo pedido, A = mesmo
      * periodo do ano anterior, em branco = fora
       01 WS-DATA-REGISTRO     PIC X(10) VALUE SPACES.
       01 WS-PERIODO-REGISTRO  PIC X(1) VALUE SPACES.

      * Subtotais da unidade e totais gerais em moeda base
       01 WS-UNIDADE-CORRENTE  PIC X(3) VALUE SPACES.

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
       01 WS-SUB-QTD           PIC 9(7) VALUE ZEROS.
       01 WS-SUB-QTD-ANT       PIC 9(7) VALUE ZEROS.
       01 WS-SUB-ORIGINAL      PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-SUB-ORIGINAL-ANT  PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-SUB-BASE          PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-SUB-BASE-ANT      PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-TOTAL-QTD         PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-QTD-ANT     PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-ESTORNOS    PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-ESTORNOS-ANT PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-BASE        PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-TOTAL-BASE-ANT    PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-CONT-LIDOS        PIC 9(9) VALUE ZEROS.

      * Variacao de uma linha: valor atual contra o ano anterior; sem
      * valor no ano anterior o percentual nao se aplica
       01 WS-VALOR-ATUAL       PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-VALOR-ANTERIOR    PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-VARIACAO          PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-PERCENTUAL        PIC S9(7)V99 VALUE ZEROS.
       01 WS-PERCENTUAL-TXT    PIC X(11) VALUE SPACES.
       01 WS-ROTULO-MOEDA      PIC X(4) VALUE SPACES.
       01 WS-QTD-LINHA         PIC 9(7) VALUE ZEROS.
       01 WS-QTD-LINHA-ANT     PIC 9(7) VALUE ZEROS.
       01 WS-ROTULO-LINHA      PIC X(11) VALUE SPACES.
       01 WS-QTD-TXT           PIC X(7) VALUE SPACES.
       01 WS-QTD-ANT-TXT       PIC X(7) VALUE SPACES.

      * Controle de paginacao do relatorio
       01 WS-NUM-PAGINA        PIC 9(4) VALUE ZEROS.
       01 WS-LINHAS-NA-PAGINA  PIC 9(2) VALUE 99.
       01 WS-MAX-LINHAS-PAGINA PIC 9(2) VALUE 55.

      * Fim de arquivo da passagem corrente
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-IMPRESSAO   PIC X(132) VALUE SPACES.
       01 WS-QTD-ED            PIC ZZZZZZ9.
       01 WS-QTD-ANT-ED        PIC ZZZZZZ9.
       01 WS-ATUAL-ED          PIC -(14)9.99.
       01 WS-ANTERIOR-ED       PIC -(14)9.99.
       01 WS-VARIACAO-ED       PIC -(14)9.99.
       01 WS-PERCENTUAL-ED     PIC -(6)9.99.
       01 WS-PAGINA-ED         PIC ZZZ9.

      * Linhas decorativas
       01 WS-LINHA             PIC X(40) VALUE ALL "=".
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla o resumo: periodo pedido, leitura do mestre
      *          vivo e dos arquivos mortos que cobrem o periodo e o
      *          ano anterior, e o relatorio. Arquivo morto do catalogo
      *          que nao abre deixa o resumo incompleto e devolve o
      *          codigo de retorno 4
      ******************************************************************
       INICIO.
           DISPLAY WS-LINHA.
           DISPLAY "   RESUMO GERENCIAL DO PERIODO - RESUMPER".
           DISPLAY WS-LINHA.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM OBTER-PERIODO.
           PERFORM LER-MESTRE-VIVO.
           PERFORM CARREGAR-CATALOGO.
           PERFORM LER-ARQUIVOS-MORTOS.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM EMITIR-RELATORIO.
           DISPLAY " ".
           DISPLAY WS-LINHA.
           DISPLAY "Periodo " WS-DATA-INICIO " a " WS-DATA-FIM ": "
               WS-TOTAL-QTD
               " calculo(s) liquido(s), " WS-QTD-ARQ-LIDOS
               " arquivo(s) morto(s) lido(s).".
           DISPLAY "Relatorio em RELATORIO-RESUMO-PERIODO.TXT.".
           IF WS-QTD-ARQ-AUSENTES > ZEROS
               DISPLAY "AVISO: " WS-QTD-ARQ-AUSENTES " arquivo(s) "
                   "morto(s) do catalogo nao lido(s) - resumo "
                   "incompleto."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-LINHA.
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-NEGOCIO - Data de negocio do controle de execucao
      *                      quando presente, senao a data corrente
      ******************************************************************
       OBTER-DATA-NEGOCIO.
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
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           IF WS-DATA-NEGOCIO = SPACES
               STRING WS-TIMESTAMP-BRUTO(1:4) "-"
                      WS-TIMESTAMP-BRUTO(5:2) "-"
                      WS-TIMESTAMP-BRUTO(7:2)
                      DELIMITED BY SIZE INTO WS-DATA-NEGOCIO
               END-STRING
           END-IF.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.

      ******************************************************************
      * OBTER-PERIODO - Tipo e referencia do periodo pedidos ao
      *                 console; em branco, o periodo que contem a
      *                 data de negocio. Periodo que ainda nao comecou
      *                 e recusado (RC 8)
      ******************************************************************
       OBTER-PERIODO.
           DISPLAY " ".
           DISPLAY "Tipo do periodo (M=mes, T=trimestre, A=acumulado "
               "do ano; branco = M): ".
           ACCEPT WS-TIPO-PERIODO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-PERIODO)
               TO WS-TIPO-PERIODO.
           IF WS-TIPO-PERIODO = SPACES
               MOVE "M" TO WS-TIPO-PERIODO
           END-IF.
           IF WS-TIPO-PERIODO NOT = "M" AND WS-TIPO-PERIODO NOT = "T"
                   AND WS-TIPO-PERIODO NOT = "A"
               DISPLAY " "
               DISPLAY "ERRO: tipo de periodo invalido ("
                   WS-TIPO-PERIODO ") - informe M, T ou A."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Referencia (M: AAAAMM, T: AAAAN com N de 1 a 4, "
               "A: AAAA;".
           DISPLAY "  branco = periodo da data de negocio "
               WS-DATA-NEGOCIO "): ".
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-ANO.
           IF WS-TIPO-PERIODO = "M"
               PERFORM DEFINIR-MES
           ELSE IF WS-TIPO-PERIODO = "T"
               PERFORM DEFINIR-TRIMESTRE
           ELSE
               PERFORM DEFINIR-ANO
           END-IF.
           STRING WS-ANO "-" WS-MES-INICIO "-01"
                  DELIMITED BY SIZE INTO WS-DATA-INICIO
           END-STRING.
           PERFORM CALCULAR-FIM-PERIODO.
           IF WS-DATA-INICIO > WS-DATA-NEGOCIO
               DISPLAY " "
               DISPLAY "ERRO: o periodo pedido comeca em "
                   WS-DATA-INICIO ", depois da data de negocio "
                   WS-DATA-NEGOCIO "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATA-FIM > WS-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-FIM
               MOVE "S" TO WS-PERIODO-PARCIAL
           END-IF.
           PERFORM CALCULAR-PERIODO-ANTERIOR.
           DISPLAY "Periodo " WS-DATA-INICIO " a "
               WS-DATA-FIM " contra " WS-DATA-INICIO-ANT " a "
               WS-DATA-FIM-ANT ".".

      ******************************************************************
      * DEFINIR-MES - Referencia AAAAMM do resumo mensal
      ******************************************************************
       DEFINIR-MES.
           IF WS-ENTRADA = SPACES
               STRING WS-DATA-NEGOCIO(1:4) WS-DATA-NEGOCIO(6:2)
                      DELIMITED BY SIZE INTO WS-REFERENCIA
               END-STRING
           ELSE
               MOVE WS-ENTRADA(1:6) TO WS-REFERENCIA
           END-IF.
           IF WS-REFERENCIA IS NOT NUMERIC
                   OR WS-ENTRADA(7:4) NOT = SPACES
                   OR WS-REFERENCIA(5:2) < "01"
                   OR WS-REFERENCIA(5:2) > "12"
               DISPLAY " "
               DISPLAY "ERRO: referencia invalida (" WS-ENTRADA
                   ") - informe AAAAMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REFERENCIA(1:4) TO WS-ANO.
           MOVE WS-REFERENCIA(5:2) TO WS-MES-INICIO.
           MOVE WS-MES-INICIO TO WS-MES-FIM.
           STRING "MES " WS-ANO "-" WS-MES-INICIO
                  DELIMITED BY SIZE INTO WS-DESCRICAO-PERIODO
           END-STRING.

      ******************************************************************
      * DEFINIR-TRIMESTRE - Referencia AAAAN do resumo trimestral
      ******************************************************************
       DEFINIR-TRIMESTRE.
           IF WS-ENTRADA = SPACES
               MOVE WS-DATA-NEGOCIO(1:4) TO WS-REFERENCIA(1:4)
               COMPUTE WS-TRIMESTRE =
                   (FUNCTION NUMVAL(WS-DATA-NEGOCIO(6:2)) + 2) / 3
               MOVE WS-TRIMESTRE TO WS-REFERENCIA(5:1)
           ELSE
               MOVE WS-ENTRADA(1:5) TO WS-REFERENCIA
           END-IF.
           IF WS-REFERENCIA(1:5) IS NOT NUMERIC
                   OR WS-ENTRADA(6:5) NOT = SPACES
                   OR WS-REFERENCIA(5:1) < "1"
                   OR WS-REFERENCIA(5:1) > "4"
               DISPLAY " "
               DISPLAY "ERRO: referencia invalida (" WS-ENTRADA
                   ") - informe AAAAN, com N de 1 a 4."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REFERENCIA(1:4) TO WS-ANO.
           MOVE WS-REFERENCIA(5:1) TO WS-TRIMESTRE.
           COMPUTE WS-MES-INICIO = (WS-TRIMESTRE - 1) * 3 + 1.
           COMPUTE WS-MES-FIM = WS-MES-INICIO + 2.
           STRING "TRIMESTRE " WS-ANO "-T" WS-TRIMESTRE
                  DELIMITED BY SIZE INTO WS-DESCRICAO-PERIODO
           END-STRING.

      ******************************************************************
      * DEFINIR-ANO - Referencia AAAA do acumulado do ano
      ******************************************************************
       DEFINIR-ANO.
           IF WS-ENTRADA = SPACES
               MOVE WS-DATA-NEGOCIO(1:4) TO WS-REFERENCIA
           ELSE
               MOVE WS-ENTRADA(1:4) TO WS-REFERENCIA
           END-IF.
           IF WS-REFERENCIA(1:4) IS NOT NUMERIC
                   OR WS-ENTRADA(5:6) NOT = SPACES
               DISPLAY " "
               DISPLAY "ERRO: referencia invalida (" WS-ENTRADA
                   ") - informe AAAA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REFERENCIA(1:4) TO WS-ANO.
           MOVE 1 TO WS-MES-INICIO.
           MOVE 12 TO WS-MES-FIM.
           STRING "ACUMULADO DO ANO " WS-ANO
                  DELIMITED BY SIZE INTO WS-DESCRICAO-PERIODO
           END-STRING.

      ******************************************************************
      * CALCULAR-FIM-PERIODO - Ultimo dia do mes final do periodo (o
      *                        dia anterior ao primeiro do mes
      *                        seguinte)
      ******************************************************************
       CALCULAR-FIM-PERIODO.
           IF WS-MES-FIM = 12
               COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1
               MOVE 1 TO WS-MES-SEGUINTE
           ELSE
               MOVE WS-ANO TO WS-ANO-SEGUINTE
               COMPUTE WS-MES-SEGUINTE = WS-MES-FIM + 1
           END-IF.
           COMPUTE WS-DATA-NUM = WS-ANO-SEGUINTE * 10000
               + WS-MES-SEGUINTE * 100 + 1.
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1.
           COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           STRING WS-DATA-NUM(1:4) "-" WS-DATA-NUM(5:2) "-"
                  WS-DATA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-FIM
           END-STRING.

      ******************************************************************
      * CALCULAR-PERIODO-ANTERIOR - O mesmo intervalo de dias um ano
      *                             antes; 29 de fevereiro vira 28
      ******************************************************************
       CALCULAR-PERIODO-ANTERIOR.
           COMPUTE WS-ANO-SEGUINTE = WS-ANO - 1.
           MOVE WS-DATA-INICIO TO WS-DATA-INICIO-ANT.
           MOVE WS-ANO-SEGUINTE TO WS-DATA-INICIO-ANT(1:4).
           MOVE WS-DATA-FIM TO WS-DATA-FIM-ANT.
           MOVE WS-ANO-SEGUINTE TO WS-DATA-FIM-ANT(1:4).
           IF WS-DATA-FIM-ANT(6:5) = "02-29"
               MOVE "02-28" TO WS-DATA-FIM-ANT(6:5)
           END-IF.

      ******************************************************************
      * LER-MESTRE-VIVO - Passa o mestre vivo em ordem de chave; sem
      *                   o mestre so os arquivos mortos contam
      ******************************************************************
       LER-MESTRE-VIVO.
           OPEN INPUT ARQUIVO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY "AVISO: CALC-MESTRE.DAT nao encontrado (status "
                   WS-FS-MESTRE ") - so os arquivos mortos entram."
           ELSE
               MOVE ZEROS TO MST-CALC-ID
               START ARQUIVO-MESTRE KEY >= MST-CALC-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MESTRE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CLASSIFICAR-REGISTRO-MESTRE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MESTRE
           END-IF.

      ******************************************************************
      * CARREGAR-CATALOGO - Carrega os nomes do catalogo de arquivos
      *                     mortos com a data de corte de cada um;
      *                     nome fora do padrao fica sem corte e e
      *                     sempre lido
      ******************************************************************
       CARREGAR-CATALOGO.
           OPEN INPUT ARQUIVO-CATALOGO.
           IF WS-FS-CATALOGO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CATALOGO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-ARQUIVO-CATALOGO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CATALOGO
           END-IF.

      ******************************************************************
      * GUARDAR-ARQUIVO-CATALOGO - Um nome do catalogo na tabela
      ******************************************************************
       GUARDAR-ARQUIVO-CATALOGO.
           IF CAT-NOME-ARQUIVO NOT = SPACES
               IF WS-QTD-CATALOGO >= 200
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: CALC-MESTRE-ARQ.CAT excede "
                       "200 arquivos mortos."
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CATALOGO
               MOVE CAT-NOME-ARQUIVO TO WS-CAT-NOME(WS-QTD-CATALOGO)
               MOVE SPACES TO WS-CAT-CORTE(WS-QTD-CATALOGO)
               MOVE SPACES TO WS-CAT-SITUACAO(WS-QTD-CATALOGO)
               IF CAT-NOME-ARQUIVO(1:12) = "CALC-MESTRE-"
                       AND CAT-NOME-ARQUIVO(13:8) IS NUMERIC
                   STRING CAT-NOME-ARQUIVO(13:4) "-"
                          CAT-NOME-ARQUIVO(17:2) "-"
                          CAT-NOME-ARQUIVO(19:2)
                          DELIMITED BY SIZE
                          INTO WS-CAT-CORTE(WS-QTD-CATALOGO)
                   END-STRING
               END-IF
           END-IF.

      ******************************************************************
      * LER-ARQUIVOS-MORTOS - Le cada arquivo morto do catalogo que
      *                       pode ter calculos do periodo ou do ano
      *                       anterior. Situacao no relatorio: L =
      *                       lido, P = pulado (fora dos periodos),
      *                       F = falha na abertura
      ******************************************************************
       LER-ARQUIVOS-MORTOS.
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                   UNTIL WS-IND-CATALOGO > WS-QTD-CATALOGO
               PERFORM VERIFICAR-COBERTURA-ARQUIVO
               IF WS-ARQUIVO-NO-PERIODO = "S"
                   PERFORM LER-ARQUIVO-MORTO
               ELSE
                   MOVE "P" TO WS-CAT-SITUACAO(WS-IND-CATALOGO)
               END-IF
           END-PERFORM.

      ******************************************************************
      * VERIFICAR-COBERTURA-ARQUIVO - O arquivo morto tem os calculos
      *                               lancados desde o corte anterior
      *                               do catalogo ate a vespera do seu
      *                               corte; so e lido se esse
      *                               intervalo cruza o periodo ou o
      *                               ano anterior. Sem corte no nome
      *                               e sempre lido
      ******************************************************************
       VERIFICAR-COBERTURA-ARQUIVO.
           MOVE "S" TO WS-ARQUIVO-NO-PERIODO.
           IF WS-CAT-CORTE(WS-IND-CATALOGO) NOT = SPACES
               PERFORM PROCURAR-CORTE-ANTERIOR
               MOVE "N" TO WS-ARQUIVO-NO-PERIODO
               IF WS-CAT-CORTE(WS-IND-CATALOGO) > WS-DATA-INICIO
                       AND WS-CORTE-ANTERIOR NOT > WS-DATA-FIM
                   MOVE "S" TO WS-ARQUIVO-NO-PERIODO
               END-IF
               IF WS-CAT-CORTE(WS-IND-CATALOGO) > WS-DATA-INICIO-ANT
                       AND WS-CORTE-ANTERIOR NOT > WS-DATA-FIM-ANT
                   MOVE "S" TO WS-ARQUIVO-NO-PERIODO
               END-IF
           END-IF.

      ******************************************************************
      * PROCURAR-CORTE-ANTERIOR - Maior data de corte do catalogo
      *                           menor que a do arquivo corrente: o
      *                           arquivo so tem calculos a partir
      *                           dela
      ******************************************************************
       PROCURAR-CORTE-ANTERIOR.
           MOVE SPACES TO WS-CORTE-ANTERIOR.
           PERFORM VARYING WS-IND-CATALOGO-AUX FROM 1 BY 1
                   UNTIL WS-IND-CATALOGO-AUX > WS-QTD-CATALOGO
               IF WS-CAT-CORTE(WS-IND-CATALOGO-AUX) NOT = SPACES
                       AND WS-CAT-CORTE(WS-IND-CATALOGO-AUX)
                           < WS-CAT-CORTE(WS-IND-CATALOGO)
                       AND WS-CAT-CORTE(WS-IND-CATALOGO-AUX)
                           > WS-CORTE-ANTERIOR
                   MOVE WS-CAT-CORTE(WS-IND-CATALOGO-AUX)
                       TO WS-CORTE-ANTERIOR
               END-IF
           END-PERFORM.

      ******************************************************************
      * LER-ARQUIVO-MORTO - Passa um arquivo morto; o registro
      *                     arquivado e a imagem de REG-MESTRE e volta
      *                     para a area do mestre para a classificacao
      *                     comum
      ******************************************************************
       LER-ARQUIVO-MORTO.
           MOVE WS-CAT-NOME(WS-IND-CATALOGO) TO WS-NOME-MESTRE-ARQ.
           OPEN INPUT ARQUIVO-MESTRE-ARQ.
           IF WS-FS-MESTRE-ARQ NOT = "00"
               DISPLAY "AVISO: arquivo morto " WS-NOME-MESTRE-ARQ
                   " do catalogo nao pode ser aberto (status "
                   WS-FS-MESTRE-ARQ ")."
               MOVE "F" TO WS-CAT-SITUACAO(WS-IND-CATALOGO)
               ADD 1 TO WS-QTD-ARQ-AUSENTES
           ELSE
               MOVE "L" TO WS-CAT-SITUACAO(WS-IND-CATALOGO)
               ADD 1 TO WS-QTD-ARQ-LIDOS
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MESTRE-ARQ
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REG-MESTRE-ARQ(1:9) IS NUMERIC
                               MOVE REG-MESTRE-ARQ(1:114)
                                   TO REG-MESTRE
                               PERFORM CLASSIFICAR-REGISTRO-MESTRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MESTRE-ARQ
           END-IF.

      ******************************************************************
      * CLASSIFICAR-REGISTRO-MESTRE - Um calculo do mestre (vivo ou
      *                               arquivado): pela data de
      *                               lancamento entra no periodo, no
      *                               ano anterior ou em nenhum. O
      *                               estornado e contado mas nao soma
      ******************************************************************
       CLASSIFICAR-REGISTRO-MESTRE.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE MST-DATA-HORA(1:10) TO WS-DATA-REGISTRO.
           MOVE SPACES TO WS-PERIODO-REGISTRO.
           IF WS-DATA-REGISTRO NOT < WS-DATA-INICIO
                   AND WS-DATA-REGISTRO NOT > WS-DATA-FIM
               MOVE "C" TO WS-PERIODO-REGISTRO
           ELSE IF WS-DATA-REGISTRO NOT < WS-DATA-INICIO-ANT
                   AND WS-DATA-REGISTRO NOT > WS-DATA-FIM-ANT
               MOVE "A" TO WS-PERIODO-REGISTRO
           END-IF.
           IF WS-PERIODO-REGISTRO NOT = SPACES
               MOVE MST-UNIDADE TO WS-CHAVE-UNIDADE
               MOVE MST-OPERACAO TO WS-CHAVE-OPERACAO
               PERFORM LOCALIZAR-COMBINACAO
               IF WS-PERIODO-REGISTRO = "C"
                   IF MST-SITUACAO = "E"
                       ADD 1 TO WS-CMB-ESTORNOS(WS-IND-COMBINACAO)
                   ELSE
                       ADD 1 TO WS-CMB-QTD(WS-IND-COMBINACAO)
                       ADD MST-RESULTADO
                           TO WS-CMB-ORIGINAL(WS-IND-COMBINACAO)
                       ADD MST-RESULTADO-BASE
                           TO WS-CMB-BASE(WS-IND-COMBINACAO)
                   END-IF
               ELSE
                   IF MST-SITUACAO = "E"
                       ADD 1 TO WS-CMB-ESTORNOS-ANT(WS-IND-COMBINACAO)
                   ELSE
                       ADD 1 TO WS-CMB-QTD-ANT(WS-IND-COMBINACAO)
                       ADD MST-RESULTADO
                           TO WS-CMB-ORIGINAL-ANT(WS-IND-COMBINACAO)
                       ADD MST-RESULTADO-BASE
                           TO WS-CMB-BASE-ANT(WS-IND-COMBINACAO)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZAR-COMBINACAO - Posiciona WS-IND-COMBINACAO na unidade
      *                        e operacao de WS-CHAVE-PROCURADA; a
      *                        combinacao nova e inserida no lugar da
      *                        ordem de chave, deslocando as seguintes
      ******************************************************************
       LOCALIZAR-COMBINACAO.
           MOVE "N" TO WS-COMBINACAO-ACHADA.
           PERFORM VARYING WS-IND-COMBINACAO FROM 1 BY 1
                   UNTIL WS-IND-COMBINACAO > WS-QTD-COMBINACOES
                   OR WS-CMB-CHAVE(WS-IND-COMBINACAO)
                       NOT < WS-CHAVE-PROCURADA
               CONTINUE
           END-PERFORM.
           IF WS-IND-COMBINACAO NOT > WS-QTD-COMBINACOES
               IF WS-CMB-CHAVE(WS-IND-COMBINACAO) = WS-CHAVE-PROCURADA
                   MOVE "S" TO WS-COMBINACAO-ACHADA
               END-IF
           END-IF.
           IF WS-COMBINACAO-ACHADA = "N"
               IF WS-QTD-COMBINACOES >= 400
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: mais de 400 combinacoes de "
                       "unidade e operacao - capacidade da tabela."
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-DESLOCA FROM WS-QTD-COMBINACOES
                       BY -1 UNTIL WS-IND-DESLOCA < WS-IND-COMBINACAO
                   MOVE WS-CMB-ENTRADA(WS-IND-DESLOCA)
                       TO WS-CMB-ENTRADA(WS-IND-DESLOCA + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-COMBINACOES
               MOVE WS-CHAVE-PROCURADA
                   TO WS-CMB-CHAVE(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-QTD(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-ESTORNOS(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-ORIGINAL(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-BASE(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-QTD-ANT(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-ESTORNOS-ANT(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-ORIGINAL-ANT(WS-IND-COMBINACAO)
               MOVE ZEROS TO WS-CMB-BASE-ANT(WS-IND-COMBINACAO)
           END-IF.

      ******************************************************************
      * EMITIR-RELATORIO - Relatorio do periodo: uma linha em moeda
      *                    original e uma em moeda base por unidade e
      *                    operacao, subtotal da unidade, total geral
      *                    em moeda base e os arquivos mortos
      *                    consultados
      ******************************************************************
       EMITIR-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-RESUMO-PERIODO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-UNIDADE-CORRENTE.
           PERFORM VARYING WS-IND-COMBINACAO FROM 1 BY 1
                   UNTIL WS-IND-COMBINACAO > WS-QTD-COMBINACOES
               PERFORM GRAVAR-COMBINACAO
           END-PERFORM.
           IF WS-QTD-COMBINACOES = ZEROS
               MOVE "  (nenhum calculo no periodo nem no ano anterior)"
                   TO WS-LINHA-IMPRESSAO
               PERFORM GRAVAR-LINHA-IMPRESSAO
           ELSE
               PERFORM GRAVAR-SUBTOTAL-UNIDADE
           END-IF.
           PERFORM GRAVAR-TOTAL-GERAL.
           PERFORM GRAVAR-ARQUIVOS-CONSULTADOS.
           MOVE WS-LINHA-LARGA TO WS-LINHA-IMPRESSAO.
           PERFORM GRAVAR-LINHA-IMPRESSAO.
           CLOSE ARQUIVO-RELATORIO.

      ******************************************************************
      * GRAVAR-COMBINACAO - Linhas de uma unidade/operacao; a troca de
      *                     unidade fecha o subtotal da anterior e
      *                     identifica a nova
      ******************************************************************
       GRAVAR-COMBINACAO.
           IF WS-CMB-UNIDADE(WS-IND-COMBINACAO)
                   NOT = WS-UNIDADE-CORRENTE
               IF WS-UNIDADE-CORRENTE NOT = SPACES
                   PERFORM GRAVAR-SUBTOTAL-UNIDADE
               END-IF
               MOVE WS-CMB-UNIDADE(WS-IND-COMBINACAO)
                   TO WS-UNIDADE-CORRENTE
               PERFORM GRAVAR-IDENTIFICACAO-UNIDADE
               MOVE ZEROS TO WS-SUB-QTD
               MOVE ZEROS TO WS-SUB-QTD-ANT
               MOVE ZEROS TO WS-SUB-ORIGINAL
               MOVE ZEROS TO WS-SUB-ORIGINAL-ANT
               MOVE ZEROS TO WS-SUB-BASE
               MOVE ZEROS TO WS-SUB-BASE-ANT
           END-IF.
           ADD WS-CMB-QTD(WS-IND-COMBINACAO) TO WS-SUB-QTD.
           ADD WS-CMB-QTD-ANT(WS-IND-COMBINACAO) TO WS-SUB-QTD-ANT.
           ADD WS-CMB-ORIGINAL(WS-IND-COMBINACAO) TO WS-SUB-ORIGINAL.
           ADD WS-CMB-ORIGINAL-ANT(WS-IND-COMBINACAO)
               TO WS-SUB-ORIGINAL-ANT.
           ADD WS-CMB-BASE(WS-IND-COMBINACAO) TO WS-SUB-BASE.
           ADD WS-CMB-BASE-ANT(WS-IND-COMBINACAO) TO WS-SUB-BASE-ANT.
           ADD WS-CMB-QTD(WS-IND-COMBINACAO) TO WS-TOTAL-QTD.
           ADD WS-CMB-QTD-ANT(WS-IND-COMBINACAO) TO WS-TOTAL-QTD-ANT.
           ADD WS-CMB-ESTORNOS(WS-IND-COMBINACAO) TO WS-TOTAL-ESTORNOS.
           ADD WS-CMB-ESTORNOS-ANT(WS-IND-COMBINACAO)
               TO WS-TOTAL-ESTORNOS-ANT.
           ADD WS-CMB-BASE(WS-IND-COMBINACAO) TO WS-TOTAL-BASE.
           ADD WS-CMB-BASE-ANT(WS-IND-COMBINACAO) TO WS-TOTAL-BASE-ANT.
           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING WS-CMB-UNIDADE(WS-IND-COMBINACAO) " OP "
                  WS-CMB-OPERACAO(WS-IND-COMBINACAO)
                  DELIMITED BY SIZE INTO WS-ROTULO-LINHA
           END-STRING.
           MOVE WS-CMB-QTD(WS-IND-COMBINACAO) TO WS-QTD-LINHA.
           MOVE WS-CMB-QTD-ANT(WS-IND-COMBINACAO) TO WS-QTD-LINHA-ANT.
           MOVE "ORIG" TO WS-ROTULO-MOEDA.
           MOVE WS-CMB-ORIGINAL(WS-IND-COMBINACAO) TO WS-VALOR-ATUAL.
           MOVE WS-CMB-ORIGINAL-ANT(WS-IND-COMBINACAO)
               TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-LINHA-VALORES.
           MOVE SPACES TO WS-ROTULO-LINHA.
           MOVE "BASE" TO WS-ROTULO-MOEDA.
           MOVE WS-CMB-BASE(WS-IND-COMBINACAO) TO WS-VALOR-ATUAL.
           MOVE WS-CMB-BASE-ANT(WS-IND-COMBINACAO) TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-LINHA-VALORES.
           IF WS-CMB-ESTORNOS(WS-IND-COMBINACAO) > ZEROS
                   OR WS-CMB-ESTORNOS-ANT(WS-IND-COMBINACAO) > ZEROS
               MOVE WS-CMB-ESTORNOS(WS-IND-COMBINACAO) TO WS-QTD-ED
               MOVE WS-CMB-ESTORNOS-ANT(WS-IND-COMBINACAO)
                   TO WS-QTD-ANT-ED
               STRING "           estornados fora do liquido: "
                      WS-QTD-ED " no periodo, " WS-QTD-ANT-ED
                      " no ano anterior"
                      DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
               END-STRING
               PERFORM GRAVAR-LINHA-IMPRESSAO
           END-IF.

      ******************************************************************
      * GRAVAR-IDENTIFICACAO-UNIDADE - Linha com o codigo e a
      *                                descricao cadastrada da unidade
      *                                corrente, antes das suas linhas
      ******************************************************************
       GRAVAR-IDENTIFICACAO-UNIDADE.
           PERFORM OBTER-DESCRICAO-UNIDADE.
           STRING "UNIDADE " WS-UNIDADE-CORRENTE " "
                  WS-DESCRICAO-UNIDADE
                  DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
           END-STRING.
           PERFORM GRAVAR-LINHA-IMPRESSAO.

      ******************************************************************
      * GRAVAR-SUBTOTAL-UNIDADE - Subtotal da unidade corrente, em
      *                           moeda original e em moeda base
      ******************************************************************
       GRAVAR-SUBTOTAL-UNIDADE.
           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING "TOTAL " WS-UNIDADE-CORRENTE
                  DELIMITED BY SIZE INTO WS-ROTULO-LINHA
           END-STRING.
           MOVE WS-SUB-QTD TO WS-QTD-LINHA.
           MOVE WS-SUB-QTD-ANT TO WS-QTD-LINHA-ANT.
           MOVE "ORIG" TO WS-ROTULO-MOEDA.
           MOVE WS-SUB-ORIGINAL TO WS-VALOR-ATUAL.
           MOVE WS-SUB-ORIGINAL-ANT TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-LINHA-VALORES.
           MOVE SPACES TO WS-ROTULO-LINHA.
           MOVE "BASE" TO WS-ROTULO-MOEDA.
           MOVE WS-SUB-BASE TO WS-VALOR-ATUAL.
           MOVE WS-SUB-BASE-ANT TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-LINHA-VALORES.
           PERFORM GRAVAR-LINHA-IMPRESSAO.

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
      *                           WS-UNIDADE-CORRENTE; codigo fora do
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
                           = WS-UNIDADE-CORRENTE
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * GRAVAR-TOTAL-GERAL - Total geral, so em moeda base (as moedas
      *                      originais nao se somam), e os estornos
      *                      excluidos
      ******************************************************************
       GRAVAR-TOTAL-GERAL.
           MOVE WS-LINHA-LARGA TO WS-LINHA-IMPRESSAO.
           PERFORM GRAVAR-LINHA-IMPRESSAO.
           MOVE "TOTAL GERAL" TO WS-ROTULO-LINHA.
           MOVE WS-TOTAL-QTD TO WS-QTD-LINHA.
           MOVE WS-TOTAL-QTD-ANT TO WS-QTD-LINHA-ANT.
           MOVE "BASE" TO WS-ROTULO-MOEDA.
           MOVE WS-TOTAL-BASE TO WS-VALOR-ATUAL.
           MOVE WS-TOTAL-BASE-ANT TO WS-VALOR-ANTERIOR.
           PERFORM GRAVAR-LINHA-VALORES.
           MOVE WS-TOTAL-ESTORNOS TO WS-QTD-ED.
           MOVE WS-TOTAL-ESTORNOS-ANT TO WS-QTD-ANT-ED.
           STRING "Calculos estornados fora do liquido: " WS-QTD-ED
                  " no periodo, " WS-QTD-ANT-ED " no ano anterior"
                  DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
           END-STRING.
           PERFORM GRAVAR-LINHA-IMPRESSAO.
           IF WS-PERIODO-PARCIAL = "S"
               STRING "Periodo em curso: totais ate a data de negocio "
                      WS-DATA-NEGOCIO ", comparados com o mesmo "
                      "intervalo do ano anterior"
                      DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
               END-STRING
               PERFORM GRAVAR-LINHA-IMPRESSAO
           END-IF.

      ******************************************************************
      * GRAVAR-LINHA-VALORES - Uma linha de valores: quantidades do
      *                        periodo e do ano anterior, valor atual,
      *                        valor do ano anterior e a variacao em
      *                        valor e em percentual
      ******************************************************************
       GRAVAR-LINHA-VALORES.
           COMPUTE WS-VARIACAO = WS-VALOR-ATUAL - WS-VALOR-ANTERIOR.
           IF WS-VALOR-ANTERIOR = ZEROS
               MOVE "        N/D" TO WS-PERCENTUAL-TXT
           ELSE
               IF WS-VALOR-ANTERIOR < ZEROS
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-VARIACAO * 100 / (0 - WS-VALOR-ANTERIOR)
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-PERCENTUAL
                   END-COMPUTE
               ELSE
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-VARIACAO * 100 / WS-VALOR-ANTERIOR
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-PERCENTUAL
                   END-COMPUTE
               END-IF
               IF WS-PERCENTUAL > 999999.99
                       OR WS-PERCENTUAL < -999999.99
                   MOVE "   ESTOURO" TO WS-PERCENTUAL-TXT
               ELSE
                   MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
                   MOVE SPACES TO WS-PERCENTUAL-TXT
                   STRING WS-PERCENTUAL-ED "%"
                          DELIMITED BY SIZE INTO WS-PERCENTUAL-TXT
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-VALOR-ATUAL TO WS-ATUAL-ED.
           MOVE WS-VALOR-ANTERIOR TO WS-ANTERIOR-ED.
           MOVE WS-VARIACAO TO WS-VARIACAO-ED.
           IF WS-ROTULO-MOEDA = "ORIG" OR WS-ROTULO-LINHA(1:5) = "TOTAL"
               MOVE WS-QTD-LINHA TO WS-QTD-ED
               MOVE WS-QTD-LINHA-ANT TO WS-QTD-ANT-ED
               MOVE WS-QTD-ED TO WS-QTD-TXT
               MOVE WS-QTD-ANT-ED TO WS-QTD-ANT-TXT
           ELSE
               MOVE SPACES TO WS-QTD-TXT
               MOVE SPACES TO WS-QTD-ANT-TXT
           END-IF.
           STRING WS-ROTULO-LINHA " " WS-ROTULO-MOEDA " "
                  WS-QTD-TXT " " WS-QTD-ANT-TXT " "
                  WS-ATUAL-ED " " WS-ANTERIOR-ED " "
                  WS-VARIACAO-ED " " WS-PERCENTUAL-TXT
                  DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
           END-STRING.
           PERFORM GRAVAR-LINHA-IMPRESSAO.

      ******************************************************************
      * GRAVAR-ARQUIVOS-CONSULTADOS - Arquivos mortos do catalogo e o
      *                               que foi feito de cada um
      ******************************************************************
       GRAVAR-ARQUIVOS-CONSULTADOS.
           PERFORM GRAVAR-LINHA-IMPRESSAO.
           MOVE "ARQUIVOS MORTOS DO CATALOGO (CALC-MESTRE-ARQ.CAT)"
               TO WS-LINHA-IMPRESSAO.
           PERFORM GRAVAR-LINHA-IMPRESSAO.
           IF WS-QTD-CATALOGO = ZEROS
               MOVE "  (nenhum - somente o mestre vivo)"
                   TO WS-LINHA-IMPRESSAO
               PERFORM GRAVAR-LINHA-IMPRESSAO
           END-IF.
           PERFORM VARYING WS-IND-CATALOGO FROM 1 BY 1
                   UNTIL WS-IND-CATALOGO > WS-QTD-CATALOGO
               PERFORM GRAVAR-ARQUIVO-CONSULTADO
           END-PERFORM.

      ******************************************************************
      * GRAVAR-ARQUIVO-CONSULTADO - Uma linha por arquivo do catalogo
      ******************************************************************
       GRAVAR-ARQUIVO-CONSULTADO.
           IF WS-CAT-SITUACAO(WS-IND-CATALOGO) = "L"
               STRING "  " WS-CAT-NOME(WS-IND-CATALOGO)
                      " LIDO"
                      DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
               END-STRING
           ELSE IF WS-CAT-SITUACAO(WS-IND-CATALOGO) = "P"
               STRING "  " WS-CAT-NOME(WS-IND-CATALOGO)
                      " PULADO - CORTE FORA DOS PERIODOS"
                      DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
               END-STRING
           ELSE
               STRING "  " WS-CAT-NOME(WS-IND-CATALOGO)
                      " NAO ABRIU - RESUMO INCOMPLETO"
                      DELIMITED BY SIZE INTO WS-LINHA-IMPRESSAO
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA-IMPRESSAO.

      ******************************************************************
      * GRAVAR-LINHA-IMPRESSAO - Gravacao fisica de uma linha do
      *                          relatorio, com salto de pagina e
      *                          cabecalho quando a pagina enche
      ******************************************************************
       GRAVAR-LINHA-IMPRESSAO.
           IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM GRAVAR-CABECALHO-PAGINA
           END-IF.
           WRITE REG-RELATORIO FROM WS-LINHA-IMPRESSAO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RELATORIO-RESUMO-PERIODO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINHAS-NA-PAGINA.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.

      ******************************************************************
      * GRAVAR-CABECALHO-PAGINA - Cabecalho de cada pagina com o
      *                           periodo, o periodo de comparacao, a
      *                           emissao e o numero da pagina
      ******************************************************************
       GRAVAR-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LINHAS-NA-PAGINA.
           MOVE WS-NUM-PAGINA TO WS-PAGINA-ED.
           WRITE REG-RELATORIO FROM WS-LINHA-LARGA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "RESUMO GERENCIAL - " WS-DESCRICAO-PERIODO
                  "   EMISSAO: " WS-DATA-HORA
                  "   PAGINA: " WS-PAGINA-ED
                  DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PERIODO: " WS-DATA-INICIO " A " WS-DATA-FIM
                  "   ANO ANTERIOR: " WS-DATA-INICIO-ANT " A "
                  WS-DATA-FIM-ANT
                  "   VALORES LIQUIDOS DE ESTORNOS"
                  DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-LARGA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "UNIDADE/OP  MOEDA     QTD QTD-ANT"
                  "            PERIODO       ANO ANTERIOR"
                  "           VARIACAO       VAR %"
                  DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-LARGA.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RELATORIO-RESUMO-PERIODO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
