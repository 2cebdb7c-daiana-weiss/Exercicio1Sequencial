      *>   devido) e os juros (1% ao mes, contados por dia sobre o mes
      *>   comercial de 30 dias) e o total a pagar com os encargos, para
      *>   a secretaria cobrar o valor certo sem conta de cabeca.
      *>   Parcela de acordo de parcelamento (competencia AAAA13 em
      *>   diante, marcada no arqAcordoItens.dat) eh baixada aqui como
      *>   qualquer cobranca e o recibo diz a parcela e o acordo; a
      *>   cobranca que foi renegociada num acordo nao aceita mais baixa
      *>   (quem paga agora sao as parcelas).

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqRecibos.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas e parcelas (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

      *>   via impressa do recibo da baixa corrente, regravada a cada
      *>   emissao - eh a folha entregue a familia.
           select reciboImp assign to "reciboPagamento.txt"

      *>   canhoto do recibo - numero sequencial e os dados da baixa.
       fd arqRecibos.
           copy "recreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd reciboImp.
       01 imp-linha                                pic X(080).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqRecibos                         pic  9(02).
       77 ws-fs-reciboImp                          pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  ws-reg-encontrado                    value "S".
          88  ws-reg-nao-encontrado                value "N".

      *>----Parcela de acordo sendo baixada (zeros = mensalidade comum)
       77 ws-acordo-parcela                        pic  9(006) value zeros.
       77 ws-num-parcela                           pic  9(002) value zeros.

      *>----Variaveis da cobranca mostrada/baixada na tela
       77 ws-nome-alu                              pic  X(035) value spaces.
       77 ws-valor-devido                          pic  9(004)v99 value zeros.
           end-if

           if ws-fs-arqMens = 00 then
               perform verifica-acordo
           end-if

           if ws-fs-arqMens = 00 and ait-nao-renegociada then
               move "S"              to ws-reg-achado
               move men-valor-devido to ws-valor-devido
               move men-vencimento   to ws-vencimento
               move men-valor-pago   to ws-valor-pago
               perform busca-nome-aluno
           else
               if ws-fs-arqMens = 00 then
                   move "Cobranca renegociada no acordo No." to ws-msn-aviso
                   move ait-acordo-reneg to ws-msn-aviso(36:6)
               else
                   move "Cobranca nao encontrada p/ aluno+competencia." to ws-msn-aviso
               end-if
               close arqMensalidades
           end-if
           .
       localiza-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arqAcordoItens se a cobranca lida em men-reg eh parcela
      *>  de um acordo (vai para o recibo) ou se ja foi renegociada -
      *>  arquivo ainda nao existir significa nenhum acordo gravado.
      *>------------------------------------------------------------------------
       verifica-acordo section.

           move zeros to ws-acordo-parcela
           move zeros to ws-num-parcela
           move zeros to ait-acordo-reneg

           open input arqAcordoItens

           if ws-fs-arqAcordoItens <> 35 then

               if ws-fs-arqAcordoItens <> 00 then
                   move 17                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 18                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 23 then
                   move zeros to ait-acordo-reneg
               else
                   if ait-eh-parcela then
                       move ait-acordo  to ws-acordo-parcela
                       move ait-parcela to ws-num-parcela
                   end-if
               end-if

               close arqAcordoItens
           end-if
           .
       verifica-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o nome do aluno da cobranca no arqCad - aluno ja excluido
      *>  do cadastro (egresso) aparece com aviso no lugar do nome.
           move ws-lin-campo-rec  to imp-linha
           perform grava-linha-recibo

           if ws-acordo-parcela > zeros then
               move "Referente"       to ws-lc-rotulo
               move "Parcela    do acordo de parcelamento No." to ws-lc-valor
               move ws-num-parcela    to ws-lc-valor(9:2)
               move ws-acordo-parcela to ws-lc-valor(42:6)
               move ws-lin-campo-rec  to imp-linha
               perform grava-linha-recibo
           end-if

           move "Data do pagto"   to ws-lc-rotulo
           move ws-data-pagto     to ws-lc-valor
           move ws-lin-campo-rec  to imp-linha
