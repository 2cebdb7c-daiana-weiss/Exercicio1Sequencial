      *>----------------------------------------------------------------
      *> ACOITREG.CPY
      *> Layout padrao do item de acordo de parcelamento
      *> (arqAcordoItens.dat, indexado pela mesma chave aluno+competencia
      *> do arqMensalidades.dat) - marca a cobranca que entrou num acordo
      *> (renegociada: sai da inadimplencia e nao pode mais ser baixada
      *> nem cobrada pelo banco) e a cobranca que eh parcela de um
      *> acordo. Cobranca sem item eh mensalidade comum. Uma parcela
      *> atrasada ainda pode ser renegociada num acordo novo: o mesmo
      *> item ganha o numero do acordo novo em ait-acordo-reneg.
      *> Gravado pela tela lista11exe1_acordos; lido pela baixa de
      *> pagamentos, pelo relatorio de inadimplencia, pela remessa e pelo
      *> retorno do banco e pelo relatorio de acordos.
      *>
      *> Uso, dentro da file section de quem le/grava arqAcordoItens:
      *>       fd  arqAcordoItens.
      *>           copy "acoitreg.cpy".
      *>----------------------------------------------------------------
       01 ait-reg.
           05 ait-chave.
               10 ait-cod                          pic 9(004). *> codigo do aluno (men-cod)
               10 ait-competencia                  pic 9(006). *> competencia da cobranca (men-competencia)
           05 ait-tipo                             pic X(001). *> M = mensalidade renegociada, P = parcela de acordo
               88 ait-eh-mensalidade               value "M".
               88 ait-eh-parcela                   value "P".
           05 ait-acordo                           pic 9(006). *> acordo da parcela (zeros p/ mensalidade)
           05 ait-parcela                          pic 9(002). *> numero da parcela (zeros p/ mensalidade)
           05 ait-acordo-reneg                     pic 9(006). *> acordo que renegociou a cobranca (zeros = nao renegociada)
               88 ait-nao-renegociada              value zeros.
           05 ait-valor-devido                     pic 9(004)v99. *> valor devido da cobranca renegociada
           05 ait-encargos                         pic 9(004)v99. *> multa + juros ate a data do acordo que a renegociou
