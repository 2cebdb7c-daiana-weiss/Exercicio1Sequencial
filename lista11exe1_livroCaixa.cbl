      *>   arqMensalidades.dat listando todos os pagamentos baixados
      *>   naquela data (men-data-pagto igual a data pedida), com o nome
      *>   do aluno buscado no arqCad pela chave. Gera o livroCaixa.txt
      *>   com um pagamento por linha, o subtotal por valor de tabela (o
      *>   valor de mensalidade vigente para a fase do aluno na competencia
      *>   paga, lido do arqParametros.txt como na geracao de
      *>   mensalidades - enquanto a tabela nao foi criada valem as
      *>   faixas de sempre, 350,00 / 420,00 / 480,00 para as fases
      *>   01-05 / 06-09 / 10-12), o total geral do dia e a linha de assinatura
      *>   da diretoria - substitui o caixa de papel que a secretaria
      *>   mantinha ao lado do sistema. Parcela de acordo de
      *>   parcelamento (competencia com mes acima de 12) nao tem valor
      *>   de tabela: soma no subtotal proprio "Parc. acordo".

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqMens.

           select arqParametros assign to "arqParametros.txt" *> valores de mensalidade (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select relCaixa assign to "livroCaixa.txt" *> relatorio gerado
           organization is line sequential
           access mode is sequential
       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

       fd relCaixa.
       01 rel-linha                                pic X(100).


       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-relCaixa                           pic  9(02).

       01 ws-data-caixa                            pic  9(008) value zeros.
           05 ws-dc-dia                            pic 9(002).
               88 ws-dc-dia-valido                  value 1 thru 31.

      *>----Valores de mensalidade por fase e vigencia (linhas M do
      *>   arqParametros.txt; tabela ainda nao existir = as faixas iniciais
      *>   do parmini.cpy, como na geracao das mensalidades)
       01 ws-tab-mensalidades.
           05 ws-tab-mens                          occurs 500 times.
               10 ws-tm-fase                       pic 9(002).
               10 ws-tm-vigencia                   pic 9(006).
               10 ws-tm-valor                      pic 9(004)v99.

       77 ws-qtd-tab-mens                          pic  9(004) value zeros.
       77 ws-ind-tab-mens                          pic  9(004) value zeros.
       77 ws-ind-fase-ini                          pic  9(002) value zeros.

           copy "parmini.cpy".

      *>----Valor de tabela do pagamento corrente (vigencia zerada = aluno
      *>   fora do cadastro ou fase sem valor vigente na competencia)
       77 ws-vig-escolhida                         pic  9(006) value zeros.
       77 ws-valor-escolhido                       pic  9(004)v99 value zeros.

      *>----Acumuladores por valor de tabela (na ordem em que aparecem) e
      *>   do que nao pode ser classificado
       01 ws-tab-subtotais.
           05 ws-tab-subtotal                      occurs 20 times.
               10 ws-ts-tabela                     pic 9(004)v99.
               10 ws-ts-qtd                        pic 9(004).
               10 ws-ts-valor                      pic 9(006)v99.

       77 ws-qtd-subtotais                         pic  9(002) value zeros.
       77 ws-ind-sub                               pic  9(002) value zeros.
       77 ws-pos-sub                               pic  9(002) value zeros.

       77 ws-qtd-sem-tabela                        pic  9(004) value zeros.
       77 ws-valor-sem-tabela                      pic  9(006)v99 value zeros.

      *>----Parcelas de acordo de parcelamento pagas no dia
       01 ws-comp-paga                             pic  9(006) value zeros.
       01 ws-comp-paga-val redefines ws-comp-paga.
           05 ws-cpg-ano                           pic 9(004).
           05 ws-cpg-mes                           pic 9(002).
               88 ws-cpg-parcela-acordo             value 13 thru 99.

       77 ws-qtd-acordos                           pic  9(004) value zeros.
       77 ws-valor-acordos                         pic  9(006)v99 value zeros.

       77 ws-qtd-total                             pic  9(004) value zeros.
       77 ws-valor-total                           pic  9(006)v99 value zeros.

       01 ws-rotulo-tabela.
           05 filler                               pic x(005) value "Tab. ".
           05 ws-rt-valor                          pic z.zz9,99.

      *>----Linhas do livro caixa
       01 ws-lin-titulo.
           05 filler                               pic x(006) value "Cod.".
           05 filler                               pic x(036) value "Aluno".
           05 filler                               pic x(009) value "Compet.".
           05 filler                               pic x(006) value "Fase".
           05 filler                               pic x(011) value "Tabela".
           05 filler                               pic x(010) value "Valor pago".

       01 ws-lin-detalhe.
           05 ws-ld-nome                           pic x(035).
           05 filler                               pic x(001) value spaces.
           05 ws-ld-comp                           pic 9(006).
           05 filler                               pic x(003) value spaces.
           05 ws-ld-fase                           pic z9.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-tabela                         pic z.zz9,99.
           05 filler                               pic x(003) value spaces.
           05 ws-ld-valor                          pic z.zz9,99.

       01 ws-lin-subtotal.
           05 filler                               pic x(009) value "Subtotal ".
           05 ws-ls-rotulo                         pic x(013).
           05 filler                               pic x(004) value " :  ".
           05 ws-ls-qtd                            pic zzz9.
           05 filler                               pic x(015) value " pagamento(s)  ".
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede a data do caixa, zera os
      *>  acumuladores e carrega os valores de tabela.
      *>------------------------------------------------------------------------
       inicializa section.

               accept ws-data-caixa
           end-perform

           initialize ws-tab-subtotais
           move zeros to ws-qtd-subtotais

           perform carrega-valores
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as linhas M do arqParametros.txt - arquivo ainda nao
      *>  existir (status 35) = valem as tres faixas da geracao.
      *>------------------------------------------------------------------------
       carrega-valores section.

           move zeros to ws-qtd-tab-mens

           open input arqParametros

           if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 35 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametros                   to ws-msn-erro-cod
               move "Erro ao abrir arqParametros.txt."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametros = 00 then
               perform until ws-fs-arqParametros = 10
                   read arqParametros

                   if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                       move 9                                     to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                   to ws-msn-erro-cod
                       move "Erro ao ler arqParametros.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqParametros = 00 and prm-eh-mensalidade
                     and ws-qtd-tab-mens < 500 then
                       add 1 to ws-qtd-tab-mens
                       move prm-fase     to ws-tm-fase(ws-qtd-tab-mens)
                       move prm-vigencia to ws-tm-vigencia(ws-qtd-tab-mens)
                       move prm-valor    to ws-tm-valor(ws-qtd-tab-mens)
                   end-if
               end-perform

               close arqParametros
           else
               perform monta-valores-iniciais
           end-if
           .
       carrega-valores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela sem arquivo de parametros: as mesmas faixas que a geracao
      *>  das mensalidades usou, valendo desde sempre.
      *>------------------------------------------------------------------------
       monta-valores-iniciais section.

           move 1 to ws-ind-fase-ini
           perform until ws-ind-fase-ini > 12
               add 1 to ws-qtd-tab-mens
               move ws-ind-fase-ini to ws-tm-fase(ws-qtd-tab-mens)
               move 190001          to ws-tm-vigencia(ws-qtd-tab-mens)

               evaluate true
                   when ws-ind-fase-ini <= 05
                       move pri-valor-faixa-1 to ws-tm-valor(ws-qtd-tab-mens)
                   when ws-ind-fase-ini <= 09
                       move pri-valor-faixa-2 to ws-tm-valor(ws-qtd-tab-mens)
                   when other
                       move pri-valor-faixa-3 to ws-tm-valor(ws-qtd-tab-mens)
               end-evaluate

               add 1 to ws-ind-fase-ini
           end-perform
           .
       monta-valores-iniciais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - percorre o arqMensalidades listando os
      *>  pagamentos do dia e fecha com os subtotais por tabela e o total.
      *>------------------------------------------------------------------------
       processamento section.


      *>------------------------------------------------------------------------
      *>  Grava a linha do pagamento em men-reg: busca o aluno no arqCad
      *>  para o nome e a fase, busca o valor de tabela da fase na
      *>  competencia paga e acumula nos subtotais - aluno ja fora do
      *>  cadastro sai sem fase/tabela e com aviso no nome.
      *>------------------------------------------------------------------------
       grava-pagamento-do-dia section.

               perform finaliza-anormal
           end-if

           move zeros to ws-vig-escolhida
           move zeros to ws-valor-escolhido
           move men-competencia to ws-comp-paga

           if ws-fs-arqCad = 00 then
               move fd-nome-alu to ws-ld-nome
               move fd-fase     to ws-ld-fase
               if not ws-cpg-parcela-acordo then
                   perform busca-valor-fase
               end-if
           else
               move "(aluno fora do cadastro)" to ws-ld-nome
               move zeros to ws-ld-fase
           end-if

           move men-cod            to ws-ld-cod
           move men-competencia    to ws-ld-comp
           move ws-valor-escolhido to ws-ld-tabela
           move men-valor-pago     to ws-ld-valor
           move ws-lin-detalhe     to rel-linha
           perform grava-linha-caixa

      *>   procurando o subtotal do valor de tabela (abre um novo se for
      *>   a primeira vez que o valor aparece no dia)
           move zeros to ws-pos-sub

           if ws-vig-escolhida > zeros then
               move 1 to ws-ind-sub
               perform until ws-ind-sub > ws-qtd-subtotais or ws-pos-sub > zeros
                   if ws-ts-tabela(ws-ind-sub) = ws-valor-escolhido then
                       move ws-ind-sub to ws-pos-sub
                   end-if
                   add 1 to ws-ind-sub
               end-perform

               if ws-pos-sub = zeros and ws-qtd-subtotais < 20 then
                   add 1 to ws-qtd-subtotais
                   move ws-qtd-subtotais   to ws-pos-sub
                   move ws-valor-escolhido to ws-ts-tabela(ws-pos-sub)
               end-if
           end-if

           evaluate true
               when ws-cpg-parcela-acordo
                   add 1              to ws-qtd-acordos
                   add men-valor-pago to ws-valor-acordos
               when ws-pos-sub > zeros
                   add 1              to ws-ts-qtd(ws-pos-sub)
                   add men-valor-pago to ws-ts-valor(ws-pos-sub)
               when other
                   add 1              to ws-qtd-sem-tabela
                   add men-valor-pago to ws-valor-sem-tabela
           end-evaluate

           add 1              to ws-qtd-total
           add men-valor-pago to ws-valor-total
           .
           exit.

      *>------------------------------------------------------------------------
      *>  Escolhe para a fase do aluno (fd-fase) a linha da tabela com a
      *>  maior vigencia que nao passe da competencia paga.
      *>------------------------------------------------------------------------
       busca-valor-fase section.

           move zeros to ws-vig-escolhida
           move zeros to ws-valor-escolhido

           move 1 to ws-ind-tab-mens
           perform until ws-ind-tab-mens > ws-qtd-tab-mens
               if ws-tm-fase(ws-ind-tab-mens) = fd-fase
                 and ws-tm-vigencia(ws-ind-tab-mens) <= men-competencia
                 and ws-tm-vigencia(ws-ind-tab-mens) > ws-vig-escolhida then
                   move ws-tm-vigencia(ws-ind-tab-mens) to ws-vig-escolhida
                   move ws-tm-valor(ws-ind-tab-mens)    to ws-valor-escolhido
               end-if
               add 1 to ws-ind-tab-mens
           end-perform
           .
       busca-valor-fase-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o bloco de fechamento: subtotal por valor de tabela, o que
      *>  nao pode ser classificado, o total geral e a assinatura da
      *>  diretoria.
      *>------------------------------------------------------------------------
               move ws-lin-nada to rel-linha
               perform grava-linha-caixa
           else
               move 1 to ws-ind-sub
               perform until ws-ind-sub > ws-qtd-subtotais
                   move ws-ts-tabela(ws-ind-sub)   to ws-rt-valor
                   move ws-rotulo-tabela           to ws-ls-rotulo
                   move ws-ts-qtd(ws-ind-sub)      to ws-ls-qtd
                   move ws-ts-valor(ws-ind-sub)    to ws-ls-valor
                   move ws-lin-subtotal to rel-linha
                   perform grava-linha-caixa
                   add 1 to ws-ind-sub
               end-perform

               if ws-qtd-acordos > zeros then
                   move "Parc. acordo"      to ws-ls-rotulo
                   move ws-qtd-acordos      to ws-ls-qtd
                   move ws-valor-acordos    to ws-ls-valor
                   move ws-lin-subtotal to rel-linha
                   perform grava-linha-caixa
               end-if

               if ws-qtd-sem-tabela > zeros then
                   move "Sem tabela  "      to ws-ls-rotulo
                   move ws-qtd-sem-tabela   to ws-ls-qtd
                   move ws-valor-sem-tabela to ws-ls-valor
                   move ws-lin-subtotal to rel-linha
                   perform grava-linha-caixa
               end-if
