       >>SOURCE FORMAT FREE
      *> CalcExtrai: extrato da trilha de auditoria para a auditoria.
      *>
      *> O CalcConsulta e o CalcRastreia só pesquisam o mestre indexado
      *> corrente, e só na tela; a história arquivada pelo CalcArquiva
      *> nas gerações mensais (CALCLOG-AAMM.DAT) só era pesquisável
      *> abrindo cada geração no editor. Este membro roda em batch,
      *> dirigido pelo arquivo de seleção CALCEXTR.DAT: lê as gerações
      *> de todos os meses que o período pedido cobre e o CALCLOG.DAT
      *> corrente, aplica os filtros pedidos e grava os registros
      *> selecionados num arquivo de extrato - CSV para a planilha ou o
      *> layout fixo da própria trilha (REGAUDIT.cpy) -, com um
      *> relatório de controle dos registros lidos por arquivo e dos
      *> selecionados.
      *>
      *> CALCEXTR.DAT: CHAVE=VALOR, uma por linha ("*" comenta). Chaves:
      *> DATA-INICIO e DATA-FIM (AAMMDD, data contábil do registro;
      *> DATA-INICIO obrigatória, DATA-FIM ausente = hoje), ORIGEM (área
      *> de origem; SEM ORIGEM = registros sem origem), RODADA (run ID),
      *> REF-PREFIXO (início da referência), OBSERVACAO (texto contido na
      *> observação), OPERACOES (dígitos 1 a 7 do menu da Calculadora:
      *> só os cálculos em que todas as operações relacionadas foram
      *> pedidas), FORMATO (CSV ou FIXO; ausente = CSV) e SAIDA (nome do
      *> arquivo de extrato; ausente = EXTRATO-AAMMDD.CSV ou .DAT). Filtro
      *> ausente = sem restrição por aquele campo.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcExtrai.
ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 Special-names.
 Decimal-point is comma.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ARQ-SELECAO ASSIGN TO "CALCEXTR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-SELECAO.
*> Trilha lida: cada geração mensal do período e o CALCLOG.DAT
*> corrente, todos no mesmo layout - por isso o ASSIGN por variável.
     SELECT ARQ-AUDITORIA ASSIGN TO W-NOME-ENTRADA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-AUDITORIA.
     SELECT ARQ-EXTRATO ASSIGN TO W-NOME-EXTRATO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-EXTRATO.
*> Relatório de controle (RELEXT-AAMMDD.REP), nome datado como nos
*> demais relatórios da suite.
     SELECT ARQ-RELATORIO ASSIGN TO W-NOME-RELATORIO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RELATORIO.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-SELECAO.
  01 REG-SELECAO            PIC X(80).
 FD  ARQ-AUDITORIA.
*> Layout compartilhado com a Calculadora - ver REGAUDIT.cpy.
     COPY REGAUDIT.
*> Extrato: linha CSV ou a imagem do registro da trilha (layout fixo).
 FD  ARQ-EXTRATO.
  01 REG-EXTRATO            PIC X(220).
 FD  ARQ-RELATORIO.
  01 REG-RELATORIO          PIC X(132).
 WORKING-STORAGE SECTION.
 01 FS-SELECAO             PIC X(02) VALUE "00".
    88 FS-SELECAO-OK              VALUE "00".
    88 FS-SELECAO-NAO-EXISTE      VALUE "35".
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
    88 FS-AUDITORIA-NAO-EXISTE    VALUE "35".
 01 FS-EXTRATO             PIC X(02) VALUE "00".
    88 FS-EXTRATO-OK              VALUE "00".
 01 FS-RELATORIO           PIC X(02) VALUE "00".
    88 FS-RELATORIO-OK            VALUE "00".
 01 W-FIM-SELECAO          PIC X(01) VALUE "N".
    88 FIM-SELECAO                 VALUE "S".
 01 W-FIM-AUDITORIA        PIC X(01) VALUE "N".
    88 FIM-AUDITORIA               VALUE "S".
 01 W-PARM-CHAVE           PIC X(20) VALUE SPACES.
 01 W-PARM-VALOR           PIC X(60) VALUE SPACES.
*> Parâmetro com valor inválido: o extrato não roda com um filtro que
*> não entendeu - todos os erros saem na tela antes de encerrar.
 01 W-QTDE-ERROS-PARM      PIC 9(02) VALUE ZEROS.
*> Critérios de seleção. Período em AAMMDD, comparado como número com
*> a data do registro (mesma convenção do CalcArquiva/CalcCobranca).
 01 W-DATA-INI-TXT         PIC X(06) VALUE SPACES.
 01 W-DATA-FIM-TXT         PIC X(06) VALUE SPACES.
 01 W-DATA-INI             PIC 9(06) VALUE ZEROS.
 01 W-DATA-INI-R           REDEFINES W-DATA-INI.
    02 W-DI-ANO            PIC 9(02).
    02 W-DI-MES            PIC 9(02).
    02 W-DI-DIA            PIC 9(02).
 01 W-DATA-FIM             PIC 9(06) VALUE ZEROS.
 01 W-DATA-FIM-R           REDEFINES W-DATA-FIM.
    02 W-DF-ANO            PIC 9(02).
    02 W-DF-MES            PIC 9(02).
    02 W-DF-DIA            PIC 9(02).
 01 W-FILTRO-ORIGEM        PIC X(10) VALUE SPACES.
 01 W-TEM-FILTRO-ORIGEM    PIC X(01) VALUE "N".
    88 TEM-FILTRO-ORIGEM           VALUE "S".
*> Origem em branco na trilha aparece como "SEM ORIGEM" - o mesmo nome
*> usado no demonstrativo do CalcCobranca.
 01 W-ORIGEM-SEM           PIC X(10) VALUE "SEM ORIGEM".
 01 W-FILTRO-RODADA        PIC 9(06) VALUE ZEROS.
 01 W-TEM-FILTRO-RODADA    PIC X(01) VALUE "N".
    88 TEM-FILTRO-RODADA           VALUE "S".
 01 W-FILTRO-REF           PIC X(10) VALUE SPACES.
 01 W-TAM-REF              PIC 9(02) VALUE ZEROS.
 01 W-FILTRO-OBS           PIC X(40) VALUE SPACES.
 01 W-TAM-OBS              PIC 9(02) VALUE ZEROS.
 01 W-QTDE-OCORRENCIAS     PIC 9(02) VALUE ZEROS.
*> Operações exigidas (OPERACOES=): uma marca por operação, na ordem do
*> menu da Calculadora (1=soma ... 7=resto).
 01 W-FILTRO-OPS.
    02 W-FILTRO-OP         PIC X(01) OCCURS 7.
 01 W-TEM-FILTRO-OPS       PIC X(01) VALUE "N".
    88 TEM-FILTRO-OPS              VALUE "S".
 01 W-IDX-OP               PIC 9(02) VALUE ZEROS.
 01 W-DIGITO-OP            PIC X(01) VALUE SPACE.
 01 W-DIGITO-OP-N          REDEFINES W-DIGITO-OP PIC 9(01).
 01 W-POS-OP               PIC 9(02) VALUE ZEROS.
 01 W-FORMATO              PIC X(01) VALUE "C".
    88 FORMATO-CSV                 VALUE "C".
    88 FORMATO-FIXO                VALUE "F".
 01 W-NOME-EXTRATO         PIC X(40) VALUE SPACES.
 01 W-NOME-ENTRADA         PIC X(20) VALUE SPACES.
*> Gerações do período: uma entrada por mês de DATA-INICIO a DATA-FIM e
*> uma última para o CALCLOG.DAT corrente. 120 meses = dez anos de
*> história num extrato só.
 01 W-QTDE-MESES           PIC S9(05) VALUE ZEROS.
 01 W-GER-AAMM.
    02 W-GER-ANO           PIC 9(02).
    02 W-GER-MES           PIC 9(02).
 01 TAB-ARQUIVOS.
    02 GE-ENTRADA OCCURS 121.
       03 GE-NOME          PIC X(20).
*> L = lido, A = ausente (mês sem geração), E = erro na abertura.
       03 GE-SITUACAO      PIC X(01).
       03 GE-LIDOS         PIC 9(07).
       03 GE-SELECIONADOS  PIC 9(07).
 01 W-QTDE-ARQUIVOS        PIC 9(03) VALUE ZEROS.
 01 W-IDX-ARQ              PIC 9(03) VALUE ZEROS.
 01 W-QTDE-LIDOS           PIC 9(07) VALUE ZEROS.
 01 W-QTDE-SELECIONADOS    PIC 9(07) VALUE ZEROS.
 01 W-QTDE-LAYOUT-ANTIGO   PIC 9(07) VALUE ZEROS.
 01 W-QTDE-ARQ-ERRO        PIC 9(03) VALUE ZEROS.
 01 W-SELECIONADO          PIC X(01) VALUE "N".
    88 SELECIONADO                 VALUE "S".
 01 W-DATA-REG             PIC 9(06) VALUE ZEROS.
*> Montagem da linha CSV - mesma conversão de valor da interface
*> CALCIF.CSV (ponto decimal literal; a vírgula é o delimitador).
 01 W-LINHA-CSV            PIC X(220) VALUE SPACES.
 01 W-PTR-CSV              PIC 9(04) VALUE 1.
 01 W-CSV-VALOR-ENTRADA    PIC S9(14)V99.
 01 W-CSV-VALOR-SAIDA      PIC X(20).
 01 W-CSV-SINAL            PIC X(01).
 01 W-CSV-ABS              PIC 9(14)V99.
 01 W-CSV-INT              PIC 9(14).
 01 W-CSV-INT-EDT          PIC Z(13)9.
 01 W-CSV-FRAC             PIC 9(02).
 01 MASC-QTDE              PIC ZZZ.ZZ9.
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
     DISPLAY "===== CALCEXTRAI - EXTRATO DA TRILHA DE AUDITORIA =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     PERFORM Le-Selecao.
     PERFORM Monta-Arquivos.
     PERFORM Abre-Extrato.
     PERFORM Abre-Relatorio.
     PERFORM VARYING W-IDX-ARQ FROM 1 BY 1
              UNTIL W-IDX-ARQ > W-QTDE-ARQUIVOS
        PERFORM Le-Arquivo
     END-PERFORM.
     CLOSE ARQ-EXTRATO.
     PERFORM Imprime-Controle.
     PERFORM Encerra-Relatorio.
*> Geração que existe mas não abriu deixa o extrato incompleto: o
*> arquivo sai, mas a execução devolve 8 para o escalonador.
     IF W-QTDE-ARQ-ERRO > 0
        MOVE 8 TO RETURN-CODE
     END-IF.
     STOP RUN.

 Le-Selecao.
*> Carrega os critérios de CALCEXTR.DAT. Sem o arquivo não há pedido:
*> encerra com código 8 em vez de extrair a trilha inteira.
     OPEN INPUT ARQ-SELECAO.
     IF FS-SELECAO-NAO-EXISTE
        DISPLAY "CALCEXTR.DAT nao encontrado - informe os criterios do"
                " extrato."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     IF NOT FS-SELECAO-OK
        DISPLAY "CALCEXTR.DAT nao pode ser aberto - status " FS-SELECAO
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     MOVE ALL "N" TO W-FILTRO-OPS.
     MOVE "N" TO W-FIM-SELECAO.
     PERFORM Le-Linha-Selecao.
     PERFORM Trata-Selecao UNTIL FIM-SELECAO.
     CLOSE ARQ-SELECAO.
     PERFORM Confere-Periodo.
     IF W-QTDE-ERROS-PARM > 0
        DISPLAY "CALCEXTR.DAT com criterio invalido - extrato nao feito."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     IF W-NOME-EXTRATO = SPACES
        IF FORMATO-FIXO
           STRING "EXTRATO-" ANO MES DIA ".DAT" DELIMITED BY SIZE
                  INTO W-NOME-EXTRATO
           END-STRING
        ELSE
           STRING "EXTRATO-" ANO MES DIA ".CSV" DELIMITED BY SIZE
                  INTO W-NOME-EXTRATO
           END-STRING
        END-IF
     END-IF.

 Le-Linha-Selecao.
     READ ARQ-SELECAO
        AT END MOVE "S" TO W-FIM-SELECAO
     END-READ.

 Trata-Selecao.
*> Chave desconhecida é ignorada, como nos demais arquivos de
*> parâmetros da suite; valor inválido numa chave conhecida é erro.
     IF REG-SELECAO NOT = SPACES AND REG-SELECAO (1:1) NOT = "*"
        MOVE SPACES TO W-PARM-CHAVE
        MOVE SPACES TO W-PARM-VALOR
        UNSTRING REG-SELECAO DELIMITED BY "="
           INTO W-PARM-CHAVE W-PARM-VALOR
        END-UNSTRING
        EVALUATE W-PARM-CHAVE
           WHEN "DATA-INICIO"
              MOVE W-PARM-VALOR TO W-DATA-INI-TXT
           WHEN "DATA-FIM"
              MOVE W-PARM-VALOR TO W-DATA-FIM-TXT
           WHEN "ORIGEM"
              IF W-PARM-VALOR NOT = SPACES
                 MOVE W-PARM-VALOR TO W-FILTRO-ORIGEM
                 MOVE "S" TO W-TEM-FILTRO-ORIGEM
              END-IF
           WHEN "RODADA"
              IF W-PARM-VALOR NOT = SPACES
                 IF W-PARM-VALOR (1:6) IS NUMERIC
                    AND W-PARM-VALOR (7:1) = SPACE
                    MOVE W-PARM-VALOR (1:6) TO W-FILTRO-RODADA
                    MOVE "S" TO W-TEM-FILTRO-RODADA
                 ELSE
                    DISPLAY "RODADA invalida (6 digitos): "
                            FUNCTION TRIM(W-PARM-VALOR)
                    ADD 1 TO W-QTDE-ERROS-PARM
                 END-IF
              END-IF
           WHEN "REF-PREFIXO"
              MOVE W-PARM-VALOR TO W-FILTRO-REF
              MOVE 10 TO W-TAM-REF
              PERFORM UNTIL W-TAM-REF = 0
                         OR W-FILTRO-REF (W-TAM-REF:1) NOT = SPACE
                 SUBTRACT 1 FROM W-TAM-REF
              END-PERFORM
           WHEN "OBSERVACAO"
*> A observação é gravada em maiúsculas - o texto pedido também.
              MOVE W-PARM-VALOR TO W-FILTRO-OBS
              INSPECT W-FILTRO-OBS
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE 40 TO W-TAM-OBS
              PERFORM UNTIL W-TAM-OBS = 0
                         OR W-FILTRO-OBS (W-TAM-OBS:1) NOT = SPACE
                 SUBTRACT 1 FROM W-TAM-OBS
              END-PERFORM
           WHEN "OPERACOES"
              PERFORM VARYING W-IDX-OP FROM 1 BY 1 UNTIL W-IDX-OP > 7
                 MOVE W-PARM-VALOR (W-IDX-OP:1) TO W-DIGITO-OP
                 PERFORM Guarda-Operacao
              END-PERFORM
           WHEN "FORMATO"
              EVALUATE W-PARM-VALOR
                 WHEN "CSV"
                 WHEN "csv"
                    MOVE "C" TO W-FORMATO
                 WHEN "FIXO"
                 WHEN "fixo"
                    MOVE "F" TO W-FORMATO
                 WHEN OTHER
                    DISPLAY "FORMATO invalido (CSV ou FIXO): "
                            FUNCTION TRIM(W-PARM-VALOR)
                    ADD 1 TO W-QTDE-ERROS-PARM
              END-EVALUATE
           WHEN "SAIDA"
              MOVE W-PARM-VALOR TO W-NOME-EXTRATO
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     END-IF.
     PERFORM Le-Linha-Selecao.

 Guarda-Operacao.
     EVALUATE W-DIGITO-OP
        WHEN "1" THRU "7"
           MOVE "S" TO W-FILTRO-OP (W-DIGITO-OP-N)
           MOVE "S" TO W-TEM-FILTRO-OPS
        WHEN SPACE
           CONTINUE
        WHEN OTHER
           DISPLAY "OPERACOES invalida (digitos 1 a 7): "
                   FUNCTION TRIM(W-PARM-VALOR)
           ADD 1 TO W-QTDE-ERROS-PARM
     END-EVALUATE.

 Confere-Periodo.
*> O período decide quais gerações são lidas: DATA-INICIO é exigida
*> (sem ela o extrato leria a história inteira por engano); DATA-FIM
*> ausente vai até hoje.
     IF W-DATA-INI-TXT IS NUMERIC
        MOVE W-DATA-INI-TXT TO W-DATA-INI
        IF W-DI-MES < 1 OR W-DI-MES > 12 OR W-DI-DIA < 1 OR W-DI-DIA > 31
           DISPLAY "DATA-INICIO invalida (AAMMDD): " W-DATA-INI-TXT
           ADD 1 TO W-QTDE-ERROS-PARM
        END-IF
     ELSE
        DISPLAY "DATA-INICIO ausente ou invalida (AAMMDD): " W-DATA-INI-TXT
        ADD 1 TO W-QTDE-ERROS-PARM
     END-IF.
     IF W-DATA-FIM-TXT = SPACES
        MOVE DATA-DO-SISTEMA TO W-DATA-FIM
     ELSE
        IF W-DATA-FIM-TXT IS NUMERIC
           MOVE W-DATA-FIM-TXT TO W-DATA-FIM
           IF W-DF-MES < 1 OR W-DF-MES > 12
             OR W-DF-DIA < 1 OR W-DF-DIA > 31
              DISPLAY "DATA-FIM invalida (AAMMDD): " W-DATA-FIM-TXT
              ADD 1 TO W-QTDE-ERROS-PARM
           END-IF
        ELSE
           DISPLAY "DATA-FIM invalida (AAMMDD): " W-DATA-FIM-TXT
           ADD 1 TO W-QTDE-ERROS-PARM
        END-IF
     END-IF.
     IF W-QTDE-ERROS-PARM = 0
        IF W-DATA-INI > W-DATA-FIM
           DISPLAY "DATA-INICIO " W-DATA-INI " posterior a DATA-FIM "
                   W-DATA-FIM
           ADD 1 TO W-QTDE-ERROS-PARM
        ELSE
           COMPUTE W-QTDE-MESES = (W-DF-ANO - W-DI-ANO) * 12
                                + W-DF-MES - W-DI-MES + 1
           IF W-QTDE-MESES > 120
              DISPLAY "Periodo de " W-QTDE-MESES
                      " meses - o extrato cobre no maximo 120."
              ADD 1 TO W-QTDE-ERROS-PARM
           END-IF
        END-IF
     END-IF.

 Monta-Arquivos.
*> Uma entrada por mês do período (CALCLOG-AAMM.DAT, o nome que o
*> CalcArquiva dá à geração) e, por último, a trilha corrente: o
*> extrato sai em ordem cronológica.
     MOVE ZEROS TO W-QTDE-ARQUIVOS.
     MOVE W-DI-ANO TO W-GER-ANO.
     MOVE W-DI-MES TO W-GER-MES.
     PERFORM W-QTDE-MESES TIMES
        ADD 1 TO W-QTDE-ARQUIVOS
        MOVE SPACES TO GE-NOME (W-QTDE-ARQUIVOS)
        STRING "CALCLOG-" W-GER-AAMM ".DAT" DELIMITED BY SIZE
               INTO GE-NOME (W-QTDE-ARQUIVOS)
        END-STRING
        MOVE SPACE TO GE-SITUACAO (W-QTDE-ARQUIVOS)
        MOVE ZEROS TO GE-LIDOS (W-QTDE-ARQUIVOS)
        MOVE ZEROS TO GE-SELECIONADOS (W-QTDE-ARQUIVOS)
        IF W-GER-MES = 12
           MOVE 1 TO W-GER-MES
           ADD 1 TO W-GER-ANO
        ELSE
           ADD 1 TO W-GER-MES
        END-IF
     END-PERFORM.
     ADD 1 TO W-QTDE-ARQUIVOS.
     MOVE "CALCLOG.DAT" TO GE-NOME (W-QTDE-ARQUIVOS).
     MOVE SPACE TO GE-SITUACAO (W-QTDE-ARQUIVOS).
     MOVE ZEROS TO GE-LIDOS (W-QTDE-ARQUIVOS).
     MOVE ZEROS TO GE-SELECIONADOS (W-QTDE-ARQUIVOS).

 Abre-Extrato.
     OPEN OUTPUT ARQ-EXTRATO.
     IF NOT FS-EXTRATO-OK
        DISPLAY FUNCTION TRIM(W-NOME-EXTRATO)
                " nao pode ser gravado - status " FS-EXTRATO
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     IF FORMATO-CSV
        MOVE SPACES TO REG-EXTRATO
        STRING "DATA,SEQ,RODADA,REF,N1,N2,SOMA,SUBTRACAO,MULTIPLICACAO,"
               "DIVISAO,PERCENTUAL,MEDIA,RESTO,OBSERVACAO,ORIGEM"
               DELIMITED BY SIZE INTO REG-EXTRATO
        END-STRING
        WRITE REG-EXTRATO
     END-IF.

 Le-Arquivo.
*> Geração ausente é mês sem arquivamento (ou já devolvido à trilha) -
*> sai no controle, não interrompe. Trilha corrente ausente idem.
     MOVE GE-NOME (W-IDX-ARQ) TO W-NOME-ENTRADA.
     OPEN INPUT ARQ-AUDITORIA.
     IF FS-AUDITORIA-NAO-EXISTE
        MOVE "A" TO GE-SITUACAO (W-IDX-ARQ)
     ELSE
        IF NOT FS-AUDITORIA-OK
           MOVE "E" TO GE-SITUACAO (W-IDX-ARQ)
           ADD 1 TO W-QTDE-ARQ-ERRO
           DISPLAY FUNCTION TRIM(W-NOME-ENTRADA)
                   " nao pode ser aberto - status " FS-AUDITORIA
        ELSE
           MOVE "L" TO GE-SITUACAO (W-IDX-ARQ)
           MOVE "N" TO W-FIM-AUDITORIA
           PERFORM Le-Auditoria
           PERFORM Trata-Auditoria UNTIL FIM-AUDITORIA
           CLOSE ARQ-AUDITORIA
        END-IF
     END-IF.

 Le-Auditoria.
     READ ARQ-AUDITORIA
        AT END MOVE "S" TO W-FIM-AUDITORIA
     END-READ.

 Trata-Auditoria.
*> O teste de AU-SEQ descarta registro em layout antigo (campos
*> deslocados): data, origem e colunas dele não são confiáveis.
     ADD 1 TO GE-LIDOS (W-IDX-ARQ).
     ADD 1 TO W-QTDE-LIDOS.
     IF AU-SEQ IS NUMERIC
        AND AU-ANO IS NUMERIC AND AU-MES IS NUMERIC AND AU-DIA IS NUMERIC
        PERFORM Confere-Selecao
        IF SELECIONADO
           ADD 1 TO GE-SELECIONADOS (W-IDX-ARQ)
           ADD 1 TO W-QTDE-SELECIONADOS
           IF FORMATO-FIXO
              MOVE SPACES TO REG-EXTRATO
              MOVE REG-AUDITORIA TO REG-EXTRATO
              WRITE REG-EXTRATO
           ELSE
              PERFORM Grava-Linha-CSV
           END-IF
        END-IF
     ELSE
        ADD 1 TO W-QTDE-LAYOUT-ANTIGO
     END-IF.
     PERFORM Le-Auditoria.

 Confere-Selecao.
*> Cada critério presente elimina o registro que não o atende.
     MOVE "S" TO W-SELECIONADO.
     COMPUTE W-DATA-REG = AU-ANO * 10000 + AU-MES * 100 + AU-DIA.
     IF W-DATA-REG < W-DATA-INI OR W-DATA-REG > W-DATA-FIM
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF SELECIONADO AND TEM-FILTRO-ORIGEM
        IF W-FILTRO-ORIGEM = W-ORIGEM-SEM
           IF AU-ORIGEM NOT = SPACES
              MOVE "N" TO W-SELECIONADO
           END-IF
        ELSE
           IF AU-ORIGEM NOT = W-FILTRO-ORIGEM
              MOVE "N" TO W-SELECIONADO
           END-IF
        END-IF
     END-IF.
     IF SELECIONADO AND TEM-FILTRO-RODADA
        IF AU-RUN-ID IS NOT NUMERIC
           MOVE "N" TO W-SELECIONADO
        ELSE
           IF AU-RUN-ID NOT = W-FILTRO-RODADA
              MOVE "N" TO W-SELECIONADO
           END-IF
        END-IF
     END-IF.
     IF SELECIONADO AND W-TAM-REF > 0
        IF AU-REF (1:W-TAM-REF) NOT = W-FILTRO-REF (1:W-TAM-REF)
           MOVE "N" TO W-SELECIONADO
        END-IF
     END-IF.
     IF SELECIONADO AND W-TAM-OBS > 0
        MOVE ZEROS TO W-QTDE-OCORRENCIAS
        INSPECT AU-OBSERVACAO TALLYING W-QTDE-OCORRENCIAS
           FOR ALL W-FILTRO-OBS (1:W-TAM-OBS)
        IF W-QTDE-OCORRENCIAS = 0
           MOVE "N" TO W-SELECIONADO
        END-IF
     END-IF.
     IF SELECIONADO AND TEM-FILTRO-OPS
        PERFORM Confere-Operacoes
     END-IF.

 Confere-Operacoes.
*> Operação pedida = coluna preenchida na trilha (coluna em branco =
*> operação não selecionada no cálculo).
     IF W-FILTRO-OP (1) = "S" AND AU-SOMA-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF W-FILTRO-OP (2) = "S" AND AU-SUBTRACAO-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF W-FILTRO-OP (3) = "S" AND AU-MULTIPLICACAO-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF W-FILTRO-OP (4) = "S" AND AU-DIVISAO-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF W-FILTRO-OP (5) = "S" AND AU-PERCENTUAL-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF W-FILTRO-OP (6) = "S" AND AU-MEDIA-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.
     IF W-FILTRO-OP (7) = "S" AND AU-RESTO-X = SPACES
        MOVE "N" TO W-SELECIONADO
     END-IF.

 Grava-Linha-CSV.
*> Mesmas colunas da interface CALCIF.CSV, precedidas da chave da
*> trilha e da rodada; coluna de operação não pedida sai vazia.
     MOVE SPACES TO W-LINHA-CSV.
     MOVE 1 TO W-PTR-CSV.
     STRING AU-DATA "," AU-SEQ "," AU-RUN-ID "," DELIMITED BY SIZE
            INTO W-LINHA-CSV POINTER W-PTR-CSV
     END-STRING.
     IF AU-REF = SPACES
        STRING "," DELIMITED BY SIZE
               INTO W-LINHA-CSV POINTER W-PTR-CSV
        END-STRING
     ELSE
        STRING FUNCTION TRIM(AU-REF) "," DELIMITED BY SIZE
               INTO W-LINHA-CSV POINTER W-PTR-CSV
        END-STRING
     END-IF.
     MOVE AU-N1 TO W-CSV-VALOR-ENTRADA.
     PERFORM Acrescenta-Valor-CSV.
     MOVE AU-N2 TO W-CSV-VALOR-ENTRADA.
     PERFORM Acrescenta-Valor-CSV.
     IF AU-SOMA-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-SOMA TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-SUBTRACAO-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-SUBTRACAO TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-MULTIPLICACAO-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-MULTIPLICACAO TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-DIVISAO-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-DIVISAO TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-PERCENTUAL-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-PERCENTUAL TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-MEDIA-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-MEDIA TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-RESTO-X = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        MOVE AU-RESTO TO W-CSV-VALOR-ENTRADA
        PERFORM Acrescenta-Valor-CSV
     END-IF.
     IF AU-OBSERVACAO = SPACES
        PERFORM Acrescenta-Coluna-Vazia
     ELSE
        STRING FUNCTION TRIM(AU-OBSERVACAO) "," DELIMITED BY SIZE
               INTO W-LINHA-CSV POINTER W-PTR-CSV
        END-STRING
     END-IF.
     IF AU-ORIGEM NOT = SPACES
        STRING FUNCTION TRIM(AU-ORIGEM) DELIMITED BY SIZE
               INTO W-LINHA-CSV POINTER W-PTR-CSV
        END-STRING
     END-IF.
     MOVE W-LINHA-CSV TO REG-EXTRATO.
     WRITE REG-EXTRATO.

 Acrescenta-Coluna-Vazia.
     STRING "," DELIMITED BY SIZE
            INTO W-LINHA-CSV POINTER W-PTR-CSV
     END-STRING.

 Acrescenta-Valor-CSV.
     PERFORM Formata-Valor-CSV.
     STRING FUNCTION TRIM(W-CSV-VALOR-SAIDA) "," DELIMITED BY SIZE
            INTO W-LINHA-CSV POINTER W-PTR-CSV
     END-STRING.

 Formata-Valor-CSV.
*> Converte W-CSV-VALOR-ENTRADA (S9(14)V99) para texto com ponto
*> decimal literal em W-CSV-VALOR-SAIDA (ex.: -1234,56 -> "-1234.56"),
*> como a Calculadora faz na interface CALCIF.CSV.
     MOVE SPACES TO W-CSV-VALOR-SAIDA.
     IF W-CSV-VALOR-ENTRADA < 0
        MOVE "-" TO W-CSV-SINAL
     ELSE
        MOVE SPACE TO W-CSV-SINAL
     END-IF.
     COMPUTE W-CSV-ABS = FUNCTION ABS(W-CSV-VALOR-ENTRADA).
     MOVE W-CSV-ABS TO W-CSV-INT.
     COMPUTE W-CSV-FRAC = (W-CSV-ABS - W-CSV-INT) * 100.
     MOVE W-CSV-INT TO W-CSV-INT-EDT.
     IF W-CSV-SINAL = "-"
        STRING "-" FUNCTION TRIM(W-CSV-INT-EDT) "." W-CSV-FRAC
               DELIMITED BY SIZE INTO W-CSV-VALOR-SAIDA
        END-STRING
     ELSE
        STRING FUNCTION TRIM(W-CSV-INT-EDT) "." W-CSV-FRAC
               DELIMITED BY SIZE INTO W-CSV-VALOR-SAIDA
        END-STRING
     END-IF.

 Abre-Relatorio.
*> Abre o relatório de controle do dia (RELEXT-AAMMDD.REP). Falha na
*> abertura interrompe: o extrato entregue à auditoria não sai sem o
*> controle que o acompanha.
     MOVE SPACES TO W-NOME-RELATORIO.
     STRING "RELEXT-" ANO MES DIA ".REP" DELIMITED BY SIZE
            INTO W-NOME-RELATORIO
     END-STRING.
     OPEN OUTPUT ARQ-RELATORIO.
     IF NOT FS-RELATORIO-OK
        DISPLAY FUNCTION TRIM(W-NOME-RELATORIO)
                " nao pode ser gravado - status " FS-RELATORIO
        CLOSE ARQ-EXTRATO
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.

 Imprime-Cabecalho.
*> Cabeçalho de página: título, emissão, período e página, repetido a
*> cada quebra - mesmo feitio dos demais relatórios.
     ADD 1 TO W-QTDE-PAGINAS.
     MOVE W-QTDE-PAGINAS TO MASC-PAGINA.
     MOVE SPACES TO REG-RELATORIO.
     STRING "CALCEXTRAI - CONTROLE DO EXTRATO DA TRILHA"
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     MOVE "PAGINA" TO REG-RELATORIO (62:6).
     MOVE MASC-PAGINA TO REG-RELATORIO (70:4).
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     STRING "EMISSAO: " DIA "/" MES "/" ANO " "
            W-HORA-SISTEMA (1:2) ":" W-HORA-SISTEMA (3:2) ":"
            W-HORA-SISTEMA (5:2)
            "   PERIODO: " W-DATA-INI " A " W-DATA-FIM
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

 Imprime-Controle.
*> Critérios aplicados, lidos e selecionados por arquivo e os totais -
*> o papel que acompanha o extrato entregue à auditoria.
     MOVE "CRITERIOS DE SELECAO" TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     IF TEM-FILTRO-ORIGEM
        MOVE SPACES TO W-LINHA-REL
        STRING "  Origem .............: " W-FILTRO-ORIGEM
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF TEM-FILTRO-RODADA
        MOVE SPACES TO W-LINHA-REL
        STRING "  Rodada .............: " W-FILTRO-RODADA
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-TAM-REF > 0
        MOVE SPACES TO W-LINHA-REL
        STRING "  Referencia iniciada : " W-FILTRO-REF (1:W-TAM-REF)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF W-TAM-OBS > 0
        MOVE SPACES TO W-LINHA-REL
        STRING "  Observacao contendo : " W-FILTRO-OBS (1:W-TAM-OBS)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     IF TEM-FILTRO-OPS
        MOVE SPACES TO W-LINHA-REL
        MOVE "  Operacoes pedidas ..: " TO W-LINHA-REL
        MOVE 25 TO W-POS-OP
        PERFORM VARYING W-IDX-OP FROM 1 BY 1 UNTIL W-IDX-OP > 7
           IF W-FILTRO-OP (W-IDX-OP) = "S"
              MOVE W-IDX-OP TO W-DIGITO-OP-N
              MOVE W-DIGITO-OP TO W-LINHA-REL (W-POS-OP:1)
              ADD 1 TO W-POS-OP
           END-IF
        END-PERFORM
        PERFORM Imprime-Linha
     END-IF.
     MOVE SPACES TO W-LINHA-REL.
     IF FORMATO-FIXO
        STRING "  Extrato (layout fixo da trilha): "
               FUNCTION TRIM(W-NOME-EXTRATO)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
     ELSE
        STRING "  Extrato (CSV): " FUNCTION TRIM(W-NOME-EXTRATO)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
     END-IF.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE "ARQUIVO               SITUACAO       LIDOS  SELECIONADOS"
          TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     PERFORM VARYING W-IDX-ARQ FROM 1 BY 1
              UNTIL W-IDX-ARQ > W-QTDE-ARQUIVOS
        PERFORM Imprime-Linha-Arquivo
     END-PERFORM.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE W-QTDE-LIDOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Registros lidos ................: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     IF W-QTDE-LAYOUT-ANTIGO > 0
        MOVE W-QTDE-LAYOUT-ANTIGO TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Layout antigo (fora da selecao) : " MASC-QTDE
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-IF.
     MOVE W-QTDE-SELECIONADOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Registros selecionados .........: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha.
     IF W-QTDE-ARQ-ERRO > 0
        MOVE "*** ARQUIVO DA TRILHA ILEGIVEL - EXTRATO INCOMPLETO ***"
             TO W-LINHA-REL
        PERFORM Imprime-Linha
     END-IF.

 Imprime-Linha-Arquivo.
     MOVE SPACES TO W-LINHA-REL.
     MOVE GE-NOME (W-IDX-ARQ) TO W-LINHA-REL (1:20).
     EVALUATE GE-SITUACAO (W-IDX-ARQ)
        WHEN "L"
           MOVE "LIDO"    TO W-LINHA-REL (23:8)
        WHEN "A"
           MOVE "AUSENTE" TO W-LINHA-REL (23:8)
        WHEN OTHER
           MOVE "ERRO"    TO W-LINHA-REL (23:8)
     END-EVALUATE.
     MOVE GE-LIDOS (W-IDX-ARQ) TO MASC-QTDE.
     MOVE MASC-QTDE TO W-LINHA-REL (36:7).
     MOVE GE-SELECIONADOS (W-IDX-ARQ) TO MASC-QTDE.
     MOVE MASC-QTDE TO W-LINHA-REL (50:7).
     PERFORM Imprime-Linha.
