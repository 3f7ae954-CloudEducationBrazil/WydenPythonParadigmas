      *> REGACUM.cpy - layout do registro do mestre acumulador por
      *> origem e período (CALCACUM.DAT, indexado). Um registro por
      *> origem por mês contábil, com os totais do último dia lançado,
      *> do mês (MTD) e do ano até o mês (YTD). Gravado pela Calculadora
      *> no fim de cada rodada batch bem-sucedida, virado de mês/ano pelo
      *> CalcDia no fechamento do dia e lido pelo CalcAcumula - os totais
      *> do mês e do ano continuam disponíveis depois que o CalcArquiva
      *> tira os meses antigos do CALCLOG.DAT.
 01 REG-ACUMULADO.
*> Chave: origem (TR-ORIGEM efetiva; em branco vira "SEM ORIGEM") mais
*> o período AAMM. O registro de controle usa a origem "*CONTROLE*" e
*> período zero - o asterisco o põe antes de qualquer origem real.
    02 AC-CHAVE.
       03 AC-ORIGEM          PIC X(10).
          88 AC-CONTROLE            VALUE "*CONTROLE*".
       03 AC-PERIODO.
          04 AC-ANO          PIC 9(02).
          04 AC-MES          PIC 9(02).
    02 FILLER             PIC X(02) VALUE SPACES.
*> F = mês fechado pela virada do CalcDia; lançamento posterior num mês
*> fechado (rodada atrasada) ainda entra, mas é anunciado.
    02 AC-SITUACAO        PIC X(01).
       88 AC-MES-ABERTO          VALUE "A" " ".
       88 AC-MES-FECHADO         VALUE "F".
    02 FILLER             PIC X(02) VALUE SPACES.
*> Data contábil (AAMMDD) dos totais do dia guardados no bloco 1.
    02 AC-DATA-DIA        PIC 9(06).
*> Três blocos de totais: 1 = dia (AC-DATA-DIA), 2 = mês (MTD),
*> 3 = ano até o mês (YTD). Estornos contam à parte e entram nas somas
*> com o sinal trocado que já trazem; erros são os cálculos com
*> observação de falha (divisão por zero, estouro). As somas seguem a
*> ordem das colunas da trilha: soma, subtração, multiplicação,
*> divisão, percentual, média e resto.
    02 AC-CORPO.
       03 AC-TOTAIS OCCURS 3.
          04 FILLER          PIC X(02).
          04 AC-QTDE         PIC 9(07).
          04 FILLER          PIC X(02).
          04 AC-ESTORNOS     PIC 9(07).
          04 FILLER          PIC X(02).
          04 AC-ERROS        PIC 9(07).
          04 AC-SOMA-OP      PIC S9(15)V99 SIGN IS LEADING SEPARATE
                             OCCURS 7.
*> Vista do registro de controle: última rodada já lançada (as rodadas
*> seguintes, inclusive uma ER ou abendada, entram no próximo
*> lançamento), data AA/MM/DD de onde a próxima varredura do
*> CALCLOGIX.DAT começa e o último mês AAMM fechado pelo CalcDia.
    02 AC-CONTROLE-CORPO  REDEFINES AC-CORPO.
       03 FILLER             PIC X(02).
       03 AC-CT-ULT-RUN      PIC 9(06).
       03 FILLER             PIC X(02).
       03 AC-CT-ULT-DATA     PIC X(08).
       03 FILLER             PIC X(02).
       03 AC-CT-MES-FECHADO  PIC 9(04).
       03 FILLER             PIC X(435).
