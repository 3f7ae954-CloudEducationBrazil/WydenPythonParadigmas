       >>SOURCE FORMAT FREE
      *> CalcCobranca: demonstrativo de cobrança por área de origem.
      *>
      *> Com AU-ORIGEM carimbado em cada registro da trilha, o trabalho
      *> feito para cada departamento que entrega arquivo passa a ser
      *> mensurável - e cobrável. Este membro lê o CALCLOG.DAT de um
      *> período de datas contábeis pedido (AAMMDD; em branco = o
      *> arquivo inteiro), aplica a tabela de tarifas de CALCTARIFA.DAT
      *> e imprime um demonstrativo por origem (volumes, preço unitário,
      *> valor de cada item e o total a cobrar), com o resumo geral no
      *> fim. Os mesmos valores saem no arquivo de interface do contas a
      *> receber (CALCFAT.DAT, layout fixo: header, um detalhe por
      *> origem e trailer com quantidade e total).
      *>
      *> Entrada recusada também custa trabalho: as linhas dos arquivos
      *> de suspensos (TRANSREJ.DAT) cuja data de processamento cai no
      *> período são cobradas da origem carimbada na linha. O suspenso
      *> é regravado a cada rodada normal; para cobrar um período longo,
      *> a operação guarda as cópias de cada noite e as relaciona na
      *> tabela de tarifas (chave REJEITADOS, uma por arquivo) - cada
      *> arquivo relacionado é lido uma vez, então a mesma cópia não
      *> deve ser relacionada duas vezes.
      *>
      *> CALCTARIFA.DAT: CHAVE=VALOR, uma por linha ("*" comenta).
      *> Chaves: PRECO-CALCULO (por cálculo lançado), PRECO-SOMA,
      *> PRECO-SUBTRACAO, PRECO-MULTIPLICACAO, PRECO-DIVISAO,
      *> PRECO-PERCENTUAL, PRECO-MEDIA, PRECO-RESTO (por operação pedida
      *> no cálculo), PRECO-ESTORNO (por estorno lançado - o estorno não
      *> paga as operações, que já foram cobradas no original),
      *> PRECO-REJEITADO (por registro recusado) e REJEITADOS (nome de um
      *> arquivo de suspensos a cobrar; ausente = TRANSREJ.DAT). Preços
      *> com até quatro decimais em vírgula; chave ausente = item sem
      *> cobrança.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcCobranca.
ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 Special-names.
 Decimal-point is comma.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ARQ-TARIFAS ASSIGN TO "CALCTARIFA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-TARIFAS.
     SELECT ARQ-AUDITORIA ASSIGN TO "CALCLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-AUDITORIA.
*> Suspensos: ASSIGN por variável - a tabela de tarifas pode relacionar
*> as cópias de várias noites além do TRANSREJ.DAT corrente.
     SELECT ARQ-REJEITADOS ASSIGN TO W-ARQ-REJEITADOS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-REJEITADOS.
*> Interface do contas a receber: regravada a cada execução com o
*> período cobrado.
     SELECT ARQ-FATURA ASSIGN TO "CALCFAT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FATURA.
*> Demonstrativo impresso (RELCOB-AAMMDD.REP), nome datado como nos
*> demais relatórios da suite.
     SELECT ARQ-RELATORIO ASSIGN TO W-NOME-RELATORIO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RELATORIO.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-TARIFAS.
  01 REG-TARIFA             PIC X(80).
 FD  ARQ-AUDITORIA.
*> Layout compartilhado com a Calculadora - ver REGAUDIT.cpy.
     COPY REGAUDIT.
 FD  ARQ-REJEITADOS.
*> Layout compartilhado com a Calculadora - ver REGREJEI.cpy.
     COPY REGREJEI.
 FD  ARQ-FATURA.
*> Header: data de emissão e período cobrado.
  01 REG-FAT-HEADER.
     02 FH-TIPO             PIC X(01).
     02 FH-DATA-EMISSAO     PIC 9(06).
     02 FH-PERIODO-INI      PIC 9(06).
     02 FH-PERIODO-FIM      PIC 9(06).
     02 FH-SISTEMA          PIC X(12).
*> Detalhe: um por origem, com os volumes e o valor de cada item.
*> Valores com duas casas (centavos), vírgula implícita e sinal à
*> esquerda - a mesma convenção numérica de TRANSACOES.DAT.
  01 REG-FAT-DETALHE.
     02 FD-TIPO             PIC X(01).
     02 FD-ORIGEM           PIC X(10).
     02 FD-QTDE-CALCULOS    PIC 9(07).
     02 FD-QTDE-OPERACOES   PIC 9(09).
     02 FD-QTDE-ESTORNOS    PIC 9(07).
     02 FD-QTDE-REJEITADOS  PIC 9(07).
     02 FD-VALOR-CALCULOS   PIC S9(11)V99 SIGN IS LEADING SEPARATE.
     02 FD-VALOR-OPERACOES  PIC S9(11)V99 SIGN IS LEADING SEPARATE.
     02 FD-VALOR-ESTORNOS   PIC S9(11)V99 SIGN IS LEADING SEPARATE.
     02 FD-VALOR-REJEITADOS PIC S9(11)V99 SIGN IS LEADING SEPARATE.
     02 FD-VALOR-TOTAL      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
*> Trailer: quantidade de detalhes e soma dos totais, para o contas a
*> receber conferir a carga como confere o trailer de TRANSACOES.DAT.
  01 REG-FAT-TRAILER.
     02 FT-TIPO             PIC X(01).
     02 FT-QTDE             PIC 9(07).
     02 FT-VALOR-TOTAL      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
 FD  ARQ-RELATORIO.
  01 REG-RELATORIO          PIC X(132).
 WORKING-STORAGE SECTION.
 01 FS-TARIFAS             PIC X(02) VALUE "00".
    88 FS-TARIFAS-OK              VALUE "00".
    88 FS-TARIFAS-NAO-EXISTE      VALUE "35".
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
    88 FS-AUDITORIA-NAO-EXISTE    VALUE "35".
 01 FS-REJEITADOS          PIC X(02) VALUE "00".
    88 FS-REJEITADOS-OK           VALUE "00".
    88 FS-REJEITADOS-NAO-EXISTE   VALUE "35".
 01 FS-FATURA              PIC X(02) VALUE "00".
    88 FS-FATURA-OK               VALUE "00".
 01 FS-RELATORIO           PIC X(02) VALUE "00".
    88 FS-RELATORIO-OK            VALUE "00".
 01 W-FIM-TARIFAS          PIC X(01) VALUE "N".
    88 FIM-TARIFAS                 VALUE "S".
 01 W-FIM-AUDITORIA        PIC X(01) VALUE "N".
    88 FIM-AUDITORIA               VALUE "S".
 01 W-FIM-REJEITADOS       PIC X(01) VALUE "N".
    88 FIM-REJEITADOS              VALUE "S".
*> Tarifas: preço unitário com quatro decimais (frações de centavo por
*> cálculo são o caso comum); o valor cobrado arredonda para centavos.
*> As operações seguem a ordem de TAB-NOMES-OP.
 01 TARIFAS-CONFIGURADAS.
    02 W-PRECO-CALCULO     PIC 9(05)V9(04) VALUE ZEROS.
    02 W-PRECO-OP          PIC 9(05)V9(04) VALUE ZEROS OCCURS 7.
    02 W-PRECO-ESTORNO     PIC 9(05)V9(04) VALUE ZEROS.
    02 W-PRECO-REJEITADO   PIC 9(05)V9(04) VALUE ZEROS.
 01 TAB-NOMES-OP-VALORES.
    02 FILLER              PIC X(24) VALUE "Operacoes Soma".
    02 FILLER              PIC X(24) VALUE "Operacoes Subtracao".
    02 FILLER              PIC X(24) VALUE "Operacoes Multiplicacao".
    02 FILLER              PIC X(24) VALUE "Operacoes Divisao".
    02 FILLER              PIC X(24) VALUE "Operacoes Percentual".
    02 FILLER              PIC X(24) VALUE "Operacoes Media".
    02 FILLER              PIC X(24) VALUE "Operacoes Resto".
 01 TAB-NOMES-OP REDEFINES TAB-NOMES-OP-VALORES.
    02 NOME-OP             PIC X(24) OCCURS 7.
 01 W-PARM-CHAVE           PIC X(20) VALUE SPACES.
 01 W-PARM-VALOR           PIC X(30) VALUE SPACES.
 01 W-PARM-CHK             PIC S9(04) VALUE ZEROS.
 01 W-QTDE-TARIFAS         PIC 9(02) VALUE ZEROS.
 01 W-IDX-PRECO            PIC 9(02) VALUE ZEROS.
*> Arquivos de suspensos a cobrar (chave REJEITADOS); 31 cobrem as
*> cópias diárias de um mês.
 01 TAB-ARQ-REJEITADOS.
    02 AR-NOME             PIC X(30) OCCURS 31.
 01 W-QTDE-ARQ-REJ         PIC 9(02) VALUE ZEROS.
 01 W-IDX-ARQ              PIC 9(02) VALUE ZEROS.
 01 W-ARQ-REJEITADOS       PIC X(30) VALUE "TRANSREJ.DAT".
*> Período pedido (AAMMDD; em branco = o arquivo inteiro), filtrado
*> pela data contábil do registro da trilha e do suspenso.
 01 W-PERIODO-INI-TXT      PIC X(06) VALUE SPACES.
 01 W-PERIODO-FIM-TXT      PIC X(06) VALUE SPACES.
 01 W-PERIODO-INI          PIC 9(06) VALUE ZEROS.
 01 W-PERIODO-FIM          PIC 9(06) VALUE 999999.
 01 W-DATA-REG.
    02 W-DR-ANO            PIC 9(02) VALUE ZEROS.
    02 W-DR-MES            PIC 9(02) VALUE ZEROS.
    02 W-DR-DIA            PIC 9(02) VALUE ZEROS.
 01 W-DATA-REG-N REDEFINES W-DATA-REG PIC 9(06).
*> Volumes e valores por origem, na ordem em que a origem aparece. 50
*> origens cobrem com folga as áreas que entregam arquivo; o excedente
*> é contado e anunciado, nunca omitido em silêncio.
 01 TAB-ORIGENS.
    02 CB-ENTRADA OCCURS 50.
       03 CB-ORIGEM          PIC X(10).
       03 CB-QTDE-CALCULOS   PIC 9(07).
       03 CB-QTDE-OP         PIC 9(07) OCCURS 7.
       03 CB-QTDE-OPERACOES  PIC 9(09).
       03 CB-QTDE-ESTORNOS   PIC 9(07).
       03 CB-QTDE-REJEITADOS PIC 9(07).
       03 CB-VALOR-CALCULOS  PIC 9(11)V99.
       03 CB-VALOR-OPERACOES PIC 9(11)V99.
       03 CB-VALOR-ESTORNOS  PIC 9(11)V99.
       03 CB-VALOR-REJEITADOS PIC 9(11)V99.
       03 CB-VALOR-TOTAL     PIC 9(11)V99.
 01 W-QTDE-ORIGENS         PIC 9(02) VALUE ZEROS.
 01 W-IDX-ORIG             PIC 9(02) VALUE ZEROS.
 01 W-IDX-BUSCA            PIC 9(02) VALUE ZEROS.
 01 W-IDX-OP               PIC 9(02) VALUE ZEROS.
 01 W-ORIGEM-ACHADA        PIC X(01) VALUE "N".
    88 ORIGEM-ACHADA               VALUE "S".
 01 W-ORIGEM-CORRENTE      PIC X(10) VALUE SPACES.
*> Registro sem origem (cálculo interativo, registro anterior à coluna
*> ou suspenso ilegível): cobrado à parte, para o financeiro decidir.
 01 W-ORIGEM-SEM           PIC X(10) VALUE "SEM ORIGEM".
*> Totais gerais e contadores de controle do relatório.
 01 W-TOTAL-GERAL          PIC 9(11)V99 VALUE ZEROS.
 01 W-QTDE-LIDOS           PIC 9(07) VALUE ZEROS.
 01 W-QTDE-NO-PERIODO      PIC 9(07) VALUE ZEROS.
 01 W-QTDE-LAYOUT-ANTIGO   PIC 9(07) VALUE ZEROS.
 01 W-QTDE-REJ-LIDOS       PIC 9(07) VALUE ZEROS.
 01 W-QTDE-REJ-SEM-DATA    PIC 9(07) VALUE ZEROS.
 01 W-QTDE-REG-FORA        PIC 9(07) VALUE ZEROS.
 01 W-QTDE-ARQ-AUSENTES    PIC 9(02) VALUE ZEROS.
 01 W-QTDE-FATURA          PIC 9(07) VALUE ZEROS.
*> Linha de item do demonstrativo: descrição, quantidade, preço e valor.
 01 W-ITEM-NOME            PIC X(24) VALUE SPACES.
 01 W-ITEM-QTDE            PIC 9(09) VALUE ZEROS.
 01 W-ITEM-PRECO           PIC 9(05)V9(04) VALUE ZEROS.
 01 W-ITEM-VALOR           PIC 9(11)V99 VALUE ZEROS.
 01 MASC-QTDE              PIC ZZZ.ZZ9.
 01 MASC-QTDE-ITEM         PIC ZZZ.ZZZ.ZZ9.
 01 MASC-PRECO             PIC ZZ.ZZ9,9999.
 01 MASC-VALOR             PIC -(14)9,99.
*> Apoio do relatório impresso - mesmo esquema dos demais relatórios.
 01 W-NOME-RELATORIO       PIC X(20) VALUE SPACES.
 01 W-LINHA-REL            PIC X(132) VALUE SPACES.
 01 W-QTDE-LINHAS          PIC 9(02) VALUE 99.
 01 W-LINHAS-POR-PAGINA    PIC 9(02) VALUE 56.
 01 W-QTDE-PAGINAS         PIC 9(04) VALUE ZEROS.
 01 MASC-PAGINA            PIC ZZZ9.
 01 W-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
 01 DATA-DO-SISTEMA.
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
 PROCEDURE DIVISION.
 Inicio.
     DISPLAY "===== CALCCOBRANCA - DEMONSTRATIVO DE COBRANCA POR ORIGEM =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     PERFORM Le-Tarifas.
     PERFORM Recebe-Periodo.
     PERFORM Acumula-Auditoria.
     PERFORM VARYING W-IDX-ARQ FROM 1 BY 1
              UNTIL W-IDX-ARQ > W-QTDE-ARQ-REJ
        MOVE AR-NOME (W-IDX-ARQ) TO W-ARQ-REJEITADOS
        PERFORM Acumula-Rejeitados
     END-PERFORM.
     IF W-QTDE-ORIGENS = 0
        DISPLAY "Nenhum movimento no periodo pedido - nada a cobrar."
        STOP RUN
     END-IF.
     PERFORM Calcula-Cobranca.
     PERFORM Abre-Relatorio.
     PERFORM VARYING W-IDX-ORIG FROM 1 BY 1
              UNTIL W-IDX-ORIG > W-QTDE-ORIGENS
        PERFORM Imprime-Demonstrativo
     END-PERFORM.
     PERFORM Imprime-Resumo.
     PERFORM Encerra-Relatorio.
     PERFORM Grava-Fatura.
     STOP RUN.

 Le-Tarifas.
*> Carrega a tabela de tarifas de CALCTARIFA.DAT; sem o arquivo não
*> há preço a aplicar - encerra avisando em vez de cobrar zero.
     OPEN INPUT ARQ-TARIFAS.
     IF FS-TARIFAS-NAO-EXISTE
        DISPLAY "CALCTARIFA.DAT nao encontrado - configure as tarifas."
        STOP RUN
     END-IF.
     IF NOT FS-TARIFAS-OK
        DISPLAY "CALCTARIFA.DAT nao pode ser aberto - status " FS-TARIFAS
        STOP RUN
     END-IF.
     MOVE "N" TO W-FIM-TARIFAS.
     PERFORM Le-Linha-Tarifa.
     PERFORM Trata-Tarifa UNTIL FIM-TARIFAS.
     CLOSE ARQ-TARIFAS.
     IF W-QTDE-TARIFAS = 0
        DISPLAY "CALCTARIFA.DAT sem nenhuma tarifa valida - nada a cobrar."
        STOP RUN
     END-IF.
     IF W-QTDE-ARQ-REJ = 0
        MOVE 1 TO W-QTDE-ARQ-REJ
        MOVE "TRANSREJ.DAT" TO AR-NOME (1)
     END-IF.

 Le-Linha-Tarifa.
     READ ARQ-TARIFAS
        AT END MOVE "S" TO W-FIM-TARIFAS
     END-READ.

 Trata-Tarifa.
     IF REG-TARIFA NOT = SPACES AND REG-TARIFA (1:1) NOT = "*"
        MOVE SPACES TO W-PARM-CHAVE
        MOVE SPACES TO W-PARM-VALOR
        UNSTRING REG-TARIFA DELIMITED BY "="
           INTO W-PARM-CHAVE W-PARM-VALOR
        END-UNSTRING
        IF W-PARM-CHAVE = "REJEITADOS"
           PERFORM Guarda-Arq-Rejeitados
        ELSE
           PERFORM Guarda-Preco
        END-IF
     END-IF.
     PERFORM Le-Linha-Tarifa.

 Guarda-Arq-Rejeitados.
     IF W-PARM-VALOR NOT = SPACES
        IF W-QTDE-ARQ-REJ < 31
           ADD 1 TO W-QTDE-ARQ-REJ
           MOVE W-PARM-VALOR TO AR-NOME (W-QTDE-ARQ-REJ)
        ELSE
           DISPLAY "CALCTARIFA.DAT: arquivo de suspensos alem de 31 ignorado: "
                   FUNCTION TRIM(W-PARM-VALOR)
        END-IF
     END-IF.

 Guarda-Preco.
*> Preço negativo não é tarifa - a linha é ignorada como as chaves
*> desconhecidas.
     COMPUTE W-PARM-CHK = FUNCTION TEST-NUMVAL(W-PARM-VALOR).
     IF W-PARM-CHK = 0
        IF FUNCTION NUMVAL(W-PARM-VALOR) >= 0
           MOVE ZEROS TO W-IDX-PRECO
           EVALUATE W-PARM-CHAVE
              WHEN "PRECO-CALCULO"
                 COMPUTE W-PRECO-CALCULO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 ADD 1 TO W-QTDE-TARIFAS
              WHEN "PRECO-SOMA"
                 MOVE 1 TO W-IDX-PRECO
              WHEN "PRECO-SUBTRACAO"
                 MOVE 2 TO W-IDX-PRECO
              WHEN "PRECO-MULTIPLICACAO"
                 MOVE 3 TO W-IDX-PRECO
              WHEN "PRECO-DIVISAO"
                 MOVE 4 TO W-IDX-PRECO
              WHEN "PRECO-PERCENTUAL"
                 MOVE 5 TO W-IDX-PRECO
              WHEN "PRECO-MEDIA"
                 MOVE 6 TO W-IDX-PRECO
              WHEN "PRECO-RESTO"
                 MOVE 7 TO W-IDX-PRECO
              WHEN "PRECO-ESTORNO"
                 COMPUTE W-PRECO-ESTORNO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 ADD 1 TO W-QTDE-TARIFAS
              WHEN "PRECO-REJEITADO"
                 COMPUTE W-PRECO-REJEITADO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 ADD 1 TO W-QTDE-TARIFAS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF W-IDX-PRECO > 0
              COMPUTE W-PRECO-OP (W-IDX-PRECO) =
                      FUNCTION NUMVAL(W-PARM-VALOR)
              ADD 1 TO W-QTDE-TARIFAS
           END-IF
        END-IF
     END-IF.

 Recebe-Periodo.
     DISPLAY "Data inicial (AAMMDD, ENTER=inicio do arquivo): "
             WITH NO ADVANCING.
     ACCEPT W-PERIODO-INI-TXT.
     IF W-PERIODO-INI-TXT IS NUMERIC
        MOVE W-PERIODO-INI-TXT TO W-PERIODO-INI
     END-IF.
     DISPLAY "Data final   (AAMMDD, ENTER=fim do arquivo)   : "
             WITH NO ADVANCING.
     ACCEPT W-PERIODO-FIM-TXT.
     IF W-PERIODO-FIM-TXT IS NUMERIC
        MOVE W-PERIODO-FIM-TXT TO W-PERIODO-FIM
     END-IF.

 Acumula-Auditoria.
*> Varre a trilha e conta, por origem, os cálculos do período, as
*> operações pedidas em cada um (coluna preenchida) e os estornos.
     OPEN INPUT ARQ-AUDITORIA.
     IF FS-AUDITORIA-NAO-EXISTE
        DISPLAY "CALCLOG.DAT nao encontrado - nada a cobrar."
        STOP RUN
     END-IF.
     IF NOT FS-AUDITORIA-OK
        DISPLAY "CALCLOG.DAT nao pode ser aberto - status " FS-AUDITORIA
        STOP RUN
     END-IF.
     MOVE "N" TO W-FIM-AUDITORIA.
     PERFORM Le-Auditoria.
     PERFORM Trata-Auditoria UNTIL FIM-AUDITORIA.
     CLOSE ARQ-AUDITORIA.

 Le-Auditoria.
     READ ARQ-AUDITORIA
        AT END MOVE "S" TO W-FIM-AUDITORIA
     END-READ.

 Trata-Auditoria.
*> O teste de AU-SEQ descarta registro em layout antigo (campos
*> deslocados): a data e a origem dele não são confiáveis para cobrar.
     ADD 1 TO W-QTDE-LIDOS.
     IF AU-SEQ IS NUMERIC
        AND AU-ANO IS NUMERIC AND AU-MES IS NUMERIC AND AU-DIA IS NUMERIC
        MOVE AU-ANO TO W-DR-ANO
        MOVE AU-MES TO W-DR-MES
        MOVE AU-DIA TO W-DR-DIA
        IF W-DATA-REG-N >= W-PERIODO-INI
          AND W-DATA-REG-N <= W-PERIODO-FIM
           ADD 1 TO W-QTDE-NO-PERIODO
           IF AU-ORIGEM = SPACES
              MOVE W-ORIGEM-SEM TO W-ORIGEM-CORRENTE
           ELSE
              MOVE AU-ORIGEM TO W-ORIGEM-CORRENTE
           END-IF
           PERFORM Procura-Origem
           IF ORIGEM-ACHADA
              IF AU-ESTORNO
                 ADD 1 TO CB-QTDE-ESTORNOS (W-IDX-ORIG)
              ELSE
                 ADD 1 TO CB-QTDE-CALCULOS (W-IDX-ORIG)
                 PERFORM Conta-Operacoes
              END-IF
           END-IF
        END-IF
     ELSE
        ADD 1 TO W-QTDE-LAYOUT-ANTIGO
     END-IF.
     PERFORM Le-Auditoria.

 Conta-Operacoes.
*> Coluna em branco = operação não pedida no cálculo, não cobrada.
     IF AU-SOMA-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 1)
     END-IF.
     IF AU-SUBTRACAO-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 2)
     END-IF.
     IF AU-MULTIPLICACAO-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 3)
     END-IF.
     IF AU-DIVISAO-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 4)
     END-IF.
     IF AU-PERCENTUAL-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 5)
     END-IF.
     IF AU-MEDIA-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 6)
     END-IF.
     IF AU-RESTO-X NOT = SPACES
        ADD 1 TO CB-QTDE-OP (W-IDX-ORIG, 7)
     END-IF.

 Acumula-Rejeitados.
*> Um arquivo de suspensos: cada linha com data de processamento no
*> período é cobrada da origem carimbada (na falta dela, da origem da
*> imagem). Linha sem data (gravada antes do carimbo) não tem como
*> entrar num período - contada e anunciada. Arquivo relacionado e
*> ausente também é anunciado: noite sem suspenso não grava o arquivo.
     OPEN INPUT ARQ-REJEITADOS.
     IF FS-REJEITADOS-NAO-EXISTE
        ADD 1 TO W-QTDE-ARQ-AUSENTES
        DISPLAY FUNCTION TRIM(W-ARQ-REJEITADOS) " nao encontrado."
     ELSE
        IF NOT FS-REJEITADOS-OK
           DISPLAY FUNCTION TRIM(W-ARQ-REJEITADOS)
                   " nao pode ser aberto - status " FS-REJEITADOS
           STOP RUN
        END-IF
        MOVE "N" TO W-FIM-REJEITADOS
        PERFORM Le-Rejeitado
        PERFORM Trata-Rejeitado UNTIL FIM-REJEITADOS
        CLOSE ARQ-REJEITADOS
     END-IF.

 Le-Rejeitado.
     READ ARQ-REJEITADOS
        AT END MOVE "S" TO W-FIM-REJEITADOS
     END-READ.

 Trata-Rejeitado.
     ADD 1 TO W-QTDE-REJ-LIDOS.
     IF RJ-DATA-PROC IS NUMERIC
        IF RJ-DATA-PROC >= W-PERIODO-INI
          AND RJ-DATA-PROC <= W-PERIODO-FIM
           EVALUATE TRUE
              WHEN RJ-ORIGEM NOT = SPACES
                 MOVE RJ-ORIGEM TO W-ORIGEM-CORRENTE
              WHEN RJ-IMG-ORIGEM NOT = SPACES
                 MOVE RJ-IMG-ORIGEM TO W-ORIGEM-CORRENTE
              WHEN OTHER
                 MOVE W-ORIGEM-SEM TO W-ORIGEM-CORRENTE
           END-EVALUATE
           PERFORM Procura-Origem
           IF ORIGEM-ACHADA
              ADD 1 TO CB-QTDE-REJEITADOS (W-IDX-ORIG)
           END-IF
        END-IF
     ELSE
        ADD 1 TO W-QTDE-REJ-SEM-DATA
     END-IF.
     PERFORM Le-Rejeitado.

 Procura-Origem.
*> Posiciona W-IDX-ORIG na entrada de W-ORIGEM-CORRENTE, abrindo uma
*> entrada nova na primeira ocorrência. Tabela cheia: o registro fica
*> FORA da cobrança - contado e anunciado no resumo.
     MOVE "N" TO W-ORIGEM-ACHADA.
     PERFORM VARYING W-IDX-BUSCA FROM 1 BY 1
              UNTIL W-IDX-BUSCA > W-QTDE-ORIGENS OR ORIGEM-ACHADA
        IF CB-ORIGEM (W-IDX-BUSCA) = W-ORIGEM-CORRENTE
           MOVE "S" TO W-ORIGEM-ACHADA
           MOVE W-IDX-BUSCA TO W-IDX-ORIG
        END-IF
     END-PERFORM.
     IF NOT ORIGEM-ACHADA
        IF W-QTDE-ORIGENS < 50
           ADD 1 TO W-QTDE-ORIGENS
           MOVE W-QTDE-ORIGENS TO W-IDX-ORIG
           INITIALIZE CB-ENTRADA (W-IDX-ORIG)
           MOVE W-ORIGEM-CORRENTE TO CB-ORIGEM (W-IDX-ORIG)
           MOVE "S" TO W-ORIGEM-ACHADA
        ELSE
           ADD 1 TO W-QTDE-REG-FORA
        END-IF
     END-IF.

 Calcula-Cobranca.
*> Aplica as tarifas aos volumes de cada origem; cada item arredonda
*> para centavos antes de entrar no total, para o demonstrativo somar
*> exatamente o que imprime.
     MOVE ZEROS TO W-TOTAL-GERAL.
     PERFORM VARYING W-IDX-ORIG FROM 1 BY 1
              UNTIL W-IDX-ORIG > W-QTDE-ORIGENS
        COMPUTE CB-VALOR-CALCULOS (W-IDX-ORIG) ROUNDED =
                CB-QTDE-CALCULOS (W-IDX-ORIG) * W-PRECO-CALCULO
        MOVE ZEROS TO CB-QTDE-OPERACOES (W-IDX-ORIG)
        MOVE ZEROS TO CB-VALOR-OPERACOES (W-IDX-ORIG)
        PERFORM VARYING W-IDX-OP FROM 1 BY 1 UNTIL W-IDX-OP > 7
           ADD CB-QTDE-OP (W-IDX-ORIG, W-IDX-OP)
               TO CB-QTDE-OPERACOES (W-IDX-ORIG)
           COMPUTE W-ITEM-VALOR ROUNDED =
                   CB-QTDE-OP (W-IDX-ORIG, W-IDX-OP)
                   * W-PRECO-OP (W-IDX-OP)
           ADD W-ITEM-VALOR TO CB-VALOR-OPERACOES (W-IDX-ORIG)
        END-PERFORM
        COMPUTE CB-VALOR-ESTORNOS (W-IDX-ORIG) ROUNDED =
                CB-QTDE-ESTORNOS (W-IDX-ORIG) * W-PRECO-ESTORNO
        COMPUTE CB-VALOR-REJEITADOS (W-IDX-ORIG) ROUNDED =
                CB-QTDE-REJEITADOS (W-IDX-ORIG) * W-PRECO-REJEITADO
        COMPUTE CB-VALOR-TOTAL (W-IDX-ORIG) =
                CB-VALOR-CALCULOS (W-IDX-ORIG)
              + CB-VALOR-OPERACOES (W-IDX-ORIG)
              + CB-VALOR-ESTORNOS (W-IDX-ORIG)
              + CB-VALOR-REJEITADOS (W-IDX-ORIG)
        ADD CB-VALOR-TOTAL (W-IDX-ORIG) TO W-TOTAL-GERAL
     END-PERFORM.

 Abre-Relatorio.
*> Abre o demonstrativo do dia (RELCOB-AAMMDD.REP). Falha na abertura
*> interrompe: o papel que vai para o financeiro não pode sumir em
*> silêncio enquanto a tela segue normal.
     MOVE SPACES TO W-NOME-RELATORIO.
     STRING "RELCOB-" ANO MES DIA ".REP" DELIMITED BY SIZE
            INTO W-NOME-RELATORIO
     END-STRING.
     OPEN OUTPUT ARQ-RELATORIO.
     IF NOT FS-RELATORIO-OK
        DISPLAY FUNCTION TRIM(W-NOME-RELATORIO)
                " nao pode ser gravado - status " FS-RELATORIO
        STOP RUN
     END-IF.

 Imprime-Cabecalho.
*> Cabeçalho de página: título, período cobrado, emissão e página,
*> repetido a cada quebra - mesmo feitio dos demais relatórios.
     ADD 1 TO W-QTDE-PAGINAS.
     MOVE W-QTDE-PAGINAS TO MASC-PAGINA.
     MOVE SPACES TO REG-RELATORIO.
     STRING "CALCCOBRANCA - DEMONSTRATIVO DE COBRANCA POR ORIGEM"
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     MOVE "PAGINA" TO REG-RELATORIO (62:6).
     MOVE MASC-PAGINA TO REG-RELATORIO (70:4).
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     STRING "EMISSAO: " DIA "/" MES "/" ANO " "
            W-HORA-SISTEMA (1:2) ":" W-HORA-SISTEMA (3:2) ":"
            W-HORA-SISTEMA (5:2)
            "   PERIODO: " W-PERIODO-INI " A " W-PERIODO-FIM
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     MOVE ALL "-" TO REG-RELATORIO (1:74).
     WRITE REG-RELATORIO.
     MOVE 3 TO W-QTDE-LINHAS.

 Imprime-Linha.
*> Toda linha sai na tela E no arquivo impresso; a quebra de página
*> reimprime o cabeçalho.
     IF W-QTDE-LINHAS >= W-LINHAS-POR-PAGINA
        PERFORM Imprime-Cabecalho
     END-IF.
     DISPLAY W-LINHA-REL (1:76).
     MOVE W-LINHA-REL TO REG-RELATORIO.
     WRITE REG-RELATORIO.
     ADD 1 TO W-QTDE-LINHAS.

 Encerra-Relatorio.
     CLOSE ARQ-RELATORIO.
     DISPLAY "Relatorio gravado em " FUNCTION TRIM(W-NOME-RELATORIO).

 Imprime-Demonstrativo.
*> Um demonstrativo por origem, cada um em página própria - o papel de
*> cada área é destacado e entregue em separado.
     MOVE 99 TO W-QTDE-LINHAS.
     MOVE SPACES TO W-LINHA-REL.
     STRING "DEMONSTRATIVO DA ORIGEM: " CB-ORIGEM (W-IDX-ORIG)
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE "ITEM                          QTDE  PRECO UNIT.              VALOR"
          TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE "Calculos lancados" TO W-ITEM-NOME.
     MOVE CB-QTDE-CALCULOS (W-IDX-ORIG) TO W-ITEM-QTDE.
     MOVE W-PRECO-CALCULO TO W-ITEM-PRECO.
     MOVE CB-VALOR-CALCULOS (W-IDX-ORIG) TO W-ITEM-VALOR.
     PERFORM Imprime-Item.
     PERFORM VARYING W-IDX-OP FROM 1 BY 1 UNTIL W-IDX-OP > 7
        MOVE NOME-OP (W-IDX-OP) TO W-ITEM-NOME
        MOVE CB-QTDE-OP (W-IDX-ORIG, W-IDX-OP) TO W-ITEM-QTDE
        MOVE W-PRECO-OP (W-IDX-OP) TO W-ITEM-PRECO
        COMPUTE W-ITEM-VALOR ROUNDED =
                CB-QTDE-OP (W-IDX-ORIG, W-IDX-OP)
                * W-PRECO-OP (W-IDX-OP)
        PERFORM Imprime-Item
     END-PERFORM.
     MOVE "Estornos lancados" TO W-ITEM-NOME.
     MOVE CB-QTDE-ESTORNOS (W-IDX-ORIG) TO W-ITEM-QTDE.
     MOVE W-PRECO-ESTORNO TO W-ITEM-PRECO.
     MOVE CB-VALOR-ESTORNOS (W-IDX-ORIG) TO W-ITEM-VALOR.
     PERFORM Imprime-Item.
     MOVE "Registros rejeitados" TO W-ITEM-NOME.
     MOVE CB-QTDE-REJEITADOS (W-IDX-ORIG) TO W-ITEM-QTDE.
     MOVE W-PRECO-REJEITADO TO W-ITEM-PRECO.
     MOVE CB-VALOR-REJEITADOS (W-IDX-ORIG) TO W-ITEM-VALOR.
     PERFORM Imprime-Item.
     MOVE SPACES TO W-LINHA-REL.
     MOVE ALL "-" TO W-LINHA-REL (1:68).
     PERFORM Imprime-Linha.
     MOVE CB-VALOR-TOTAL (W-IDX-ORIG) TO MASC-VALOR.
     MOVE SPACES TO W-LINHA-REL.
     STRING "TOTAL A COBRAR DA ORIGEM ..................: " MASC-VALOR
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.

 Imprime-Item.
     MOVE W-ITEM-QTDE  TO MASC-QTDE-ITEM.
     MOVE W-ITEM-PRECO TO MASC-PRECO.
     MOVE W-ITEM-VALOR TO MASC-VALOR.
     MOVE SPACES TO W-LINHA-REL.
     STRING W-ITEM-NOME " " MASC-QTDE-ITEM "  " MASC-PRECO " " MASC-VALOR
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.

 Imprime-Resumo.
*> Página final: total de cada origem, total geral e os contadores de
*> controle - o que ficou fora da cobrança sai contado aqui.
     MOVE 99 TO W-QTDE-LINHAS.
     MOVE "RESUMO GERAL DA COBRANCA" TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE "ORIGEM          CALCULOS  ESTORNOS  REJEITADOS              VALOR"
          TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     PERFORM VARYING W-IDX-ORIG FROM 1 BY 1
              UNTIL W-IDX-ORIG > W-QTDE-ORIGENS
        PERFORM Imprime-Resumo-Origem
     END-PERFORM.
     MOVE SPACES TO W-LINHA-REL.
     MOVE ALL "-" TO W-LINHA-REL (1:68).
     PERFORM Imprime-Linha.
     MOVE W-TOTAL-GERAL TO MASC-VALOR.
     MOVE SPACES TO W-LINHA-REL.
     STRING "TOTAL GERAL A COBRAR ......................: " MASC-VALOR
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE W-QTDE-LIDOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Registros lidos da trilha ......: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE W-QTDE-NO-PERIODO TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Registros da trilha no periodo .: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     MOVE W-QTDE-REJ-LIDOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Linhas lidas dos suspensos .....: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     IF W-QTDE-LAYOUT-ANTIGO > 0
        MOVE W-QTDE-LAYOUT-ANTIGO TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "ATENCAO: " MASC-QTDE
               " registro(s) da trilha em layout antigo - fora da cobranca"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-QTDE-REJ-SEM-DATA > 0
        MOVE W-QTDE-REJ-SEM-DATA TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "ATENCAO: " MASC-QTDE
               " suspenso(s) sem data de processamento - fora da cobranca"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-QTDE-ARQ-AUSENTES > 0
        MOVE W-QTDE-ARQ-AUSENTES TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "ATENCAO: " MASC-QTDE
               " arquivo(s) de suspensos relacionado(s) e nao encontrado(s)"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-QTDE-REG-FORA > 0
        MOVE W-QTDE-REG-FORA TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "ATENCAO: " MASC-QTDE
               " registro(s) de origem alem da tabela - fora da cobranca"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.

 Imprime-Resumo-Origem.
     MOVE SPACES TO W-LINHA-REL.
     MOVE CB-ORIGEM (W-IDX-ORIG) TO W-LINHA-REL (1:10).
     MOVE CB-QTDE-CALCULOS (W-IDX-ORIG) TO MASC-QTDE.
     MOVE MASC-QTDE TO W-LINHA-REL (18:7).
     MOVE CB-QTDE-ESTORNOS (W-IDX-ORIG) TO MASC-QTDE.
     MOVE MASC-QTDE TO W-LINHA-REL (28:7).
     MOVE CB-QTDE-REJEITADOS (W-IDX-ORIG) TO MASC-QTDE.
     MOVE MASC-QTDE TO W-LINHA-REL (40:7).
     MOVE CB-VALOR-TOTAL (W-IDX-ORIG) TO MASC-VALOR.
     MOVE MASC-VALOR TO W-LINHA-REL (51:18).
     PERFORM Imprime-Linha.

 Grava-Fatura.
*> Interface do contas a receber: header com o período, um detalhe
*> por origem e o trailer de controle.
     OPEN OUTPUT ARQ-FATURA.
     IF NOT FS-FATURA-OK
        DISPLAY "CALCFAT.DAT nao pode ser gravado - status " FS-FATURA
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     MOVE SPACES TO REG-FAT-HEADER.
     MOVE "H" TO FH-TIPO.
     MOVE DATA-DO-SISTEMA TO FH-DATA-EMISSAO.
     MOVE W-PERIODO-INI TO FH-PERIODO-INI.
     MOVE W-PERIODO-FIM TO FH-PERIODO-FIM.
     MOVE "CALCCOBRANCA" TO FH-SISTEMA.
     WRITE REG-FAT-HEADER.
     MOVE ZEROS TO W-QTDE-FATURA.
     PERFORM VARYING W-IDX-ORIG FROM 1 BY 1
              UNTIL W-IDX-ORIG > W-QTDE-ORIGENS
        MOVE SPACES TO REG-FAT-DETALHE
        MOVE "D" TO FD-TIPO
        MOVE CB-ORIGEM (W-IDX-ORIG)           TO FD-ORIGEM
        MOVE CB-QTDE-CALCULOS (W-IDX-ORIG)    TO FD-QTDE-CALCULOS
        MOVE CB-QTDE-OPERACOES (W-IDX-ORIG)   TO FD-QTDE-OPERACOES
        MOVE CB-QTDE-ESTORNOS (W-IDX-ORIG)    TO FD-QTDE-ESTORNOS
        MOVE CB-QTDE-REJEITADOS (W-IDX-ORIG)  TO FD-QTDE-REJEITADOS
        MOVE CB-VALOR-CALCULOS (W-IDX-ORIG)   TO FD-VALOR-CALCULOS
        MOVE CB-VALOR-OPERACOES (W-IDX-ORIG)  TO FD-VALOR-OPERACOES
        MOVE CB-VALOR-ESTORNOS (W-IDX-ORIG)   TO FD-VALOR-ESTORNOS
        MOVE CB-VALOR-REJEITADOS (W-IDX-ORIG) TO FD-VALOR-REJEITADOS
        MOVE CB-VALOR-TOTAL (W-IDX-ORIG)      TO FD-VALOR-TOTAL
        WRITE REG-FAT-DETALHE
        ADD 1 TO W-QTDE-FATURA
     END-PERFORM.
     MOVE SPACES TO REG-FAT-TRAILER.
     MOVE "T" TO FT-TIPO.
     MOVE W-QTDE-FATURA TO FT-QTDE.
     MOVE W-TOTAL-GERAL TO FT-VALOR-TOTAL.
     WRITE REG-FAT-TRAILER.
     CLOSE ARQ-FATURA.
     DISPLAY "Interface de cobranca gravada em CALCFAT.DAT".
