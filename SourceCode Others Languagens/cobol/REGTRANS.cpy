      *> par de valores e trailer (T) com a quantidade e os hash totals
      *> de N1/N2 - um arquivo truncado na transferência deixa de passar
      *> despercebido porque o trailer não bate.
      *>
      *> O estorno (E) é um detalhe que cancela um cálculo já lançado:
      *> não traz par de valores, só a referência do cálculo original.
      *> Conta na quantidade do trailer como qualquer detalhe, mas fica
      *> fora dos hash totals (não há N1/N2 para somar).
 01 REG-TRANSACAO.
    02 TR-TIPO            PIC X(01).
*> Referência do chamador: carimbada em RESULTADOS.DAT, CALCLOG.DAT e
*> de qual departamento veio a entrada. Em branco (arquivo de fonte
*> unica, ex. CalcManut antigo), vale a origem do header.
    02 TR-ORIGEM          PIC X(10).
*> Estorno: mesma largura do detalhe, com a referência original no
*> lugar das opções e do N1. ES-REF é a referência do próprio estorno
*> (carimbada nas saídas como qualquer TR-REF); ES-ORIGEM ocupa a
*> posição de TR-ORIGEM, com a mesma regra de fallback do header.
 01 REG-TRANS-ESTORNO.
    02 ES-TIPO            PIC X(01).
    02 ES-REF             PIC X(10).
    02 ES-REF-ORIGINAL    PIC X(10).
    02 FILLER             PIC X(18).
    02 ES-ORIGEM          PIC X(10).
 01 REG-TRANS-HEADER.
    02 HD-TIPO            PIC X(01).
    02 HD-DATA.
       03 HD-MES          PIC 9(02).
       03 HD-DIA          PIC 9(02).
    02 HD-ORIGEM          PIC X(10).
*> Operador identificado que liberou o lote (CalcManut); em branco nos
*> arquivos gerados sem identificação (áreas externas, CalcConsolida).
    02 HD-OPERADOR        PIC X(08).
 01 REG-TRANS-TRAILER.
    02 TL-TIPO            PIC X(01).
    02 TL-QTDE            PIC 9(07).
 01 TR-IMAGEM             PIC X(49).
*> Área total do registro: a rodada de reprocessamento relê o arquivo
*> de suspensos, cujas linhas carregam o motivo da rejeição além da
*> imagem (140 bytes ao todo, com o complemento do motivo e os
*> carimbos da rodada - ver REGREJEI.cpy). Sem esta vista, o LINE
*> SEQUENTIAL entregaria o excedente da linha como um "registro"
*> seguinte fantasma em vez de descartá-lo.
 01 TR-LINHA              PIC X(140).
