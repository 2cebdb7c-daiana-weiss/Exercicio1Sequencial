      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_informeAnual".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Informe anual de pagamentos e declaracao de quitacao de
      *>   debitos: pede o ano (calendario) e gera o informeAnual.txt com
      *>   uma pagina por responsavel - os irmaos vinculados a mesma
      *>   familia (arqFamVinculo.txt + arqFamilias.dat) saem juntos na
      *>   pagina da familia; aluno sem vinculo sai na sua propria pagina
      *>   com os responsaveis do cadastro. Cada pagina traz os alunos,
      *>   os pagamentos feitos no ano (arqMensalidades.dat com data de
      *>   pagamento no ano) com a competencia, a data, o valor e o
      *>   numero do recibo (arqRecibos.txt), e o total pago no ano.
      *>   Sem cobranca em aberto com vencimento no ano, a pagina termina
      *>   com a declaracao de quitacao; havendo, lista as cobrancas em
      *>   aberto no lugar dela. A cobranca renegociada num acordo de
      *>   parcelamento (arqAcordoItens.dat) so conta como aberta enquanto
      *>   o acordo tiver parcela a pagar - inclusive parcela levada para
      *>   um acordo mais novo ainda em aberto - e sai na lista com o
      *>   numero do acordo, mas fica fora do total em aberto: a divida
      *>   dela ja esta nas parcelas do acordo. As parcelas de acordo pagas
      *>   no ano entram nos pagamentos como qualquer cobranca. O arquivo
      *>   termina com o total de informes emitidos - substitui o informe
      *>   e a declaracao que a secretaria datilografava a partir do
      *>   livroCaixa.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqMensalidades assign to "arqMensalidades.dat" *> cobrancas por aluno/competencia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is men-chave
           lock mode is automatic
           file status is ws-fs-arqMens.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas e parcelas (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select arqRecibos assign to "arqRecibos.txt" *> canhotos dos recibos emitidos (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecibos.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqFamilias assign to "arqFamilias.dat" *> dados da familia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fam-cod
           lock mode is automatic
           file status is ws-fs-arqFamilias.

           select arqFamVinculo assign to "arqFamVinculo.txt" *> vinculo aluno-familia (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFamVinculo.

           select ordInforme assign to "ordInforme.tmp" *> arquivo de trabalho do sort
           organization is line sequential.

           select informe assign to "informeAnual.txt" *> informes impressos
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-informe.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd arqRecibos.
           copy "recreg.cpy".

       fd arqCad.
           copy "cadreg.cpy".

       fd arqFamilias.
           copy "famreg.cpy".

       fd arqFamVinculo.
           copy "favreg.cpy".

      *>   uma linha por pagamento, cobranca em aberto ou recibo do ano -
      *>   o recibo ordena logo antes do pagamento de mesmo aluno e
      *>   competencia, e as cobrancas em aberto depois dos pagamentos
       sd ordInforme.
       01 sd-informe.
           05 sd-grupo-tipo                        pic X(001). *> A = aluno sem familia, F = familia
           05 sd-grupo                             pic 9(004). *> codigo do aluno ou da familia
           05 sd-secao                             pic 9(001). *> 1 = pagamentos, 2 = em aberto
           05 sd-cod                               pic 9(004).
           05 sd-competencia                       pic 9(006).
           05 sd-tipo-linha                        pic X(001). *> 1 = recibo, 2 = pagamento, 3 = em aberto
           05 sd-recibo                            pic 9(006).
           05 sd-nome-alu                          pic X(035).
           05 sd-data-pagto                        pic 9(008).
           05 sd-vencimento                        pic 9(008).
           05 sd-valor                             pic 9(004)v99.
           05 sd-acordo                            pic 9(006). *> acordo da parcela (zeros = mensalidade)
           05 sd-parcela                           pic 9(002).
           05 sd-acordo-reneg                      pic 9(006). *> acordo em aberto que renegociou a cobranca

       fd informe.
       01 inf-linha                                pic X(080).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).
       77 ws-fs-arqRecibos                         pic  9(02).
       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-informe                            pic  9(02).

       77 ws-ano-informe                           pic  9(004) value zeros.
          88  ws-ano-valido                        value 1900 thru 2100.

       01 ws-data-emissao                          pic  9(008) value zeros.

      *>   arqMensalidades.dat ainda nao existir = nenhuma cobranca gerada
       77 ws-mens-aberto                           pic  x(01) value "N".
          88  ws-tem-arq-mens                      value "S".

      *>   arqAcordoItens.dat ainda nao existir = nenhum acordo gravado
       77 ws-itens-abertos                         pic  x(01) value "N".
          88  ws-tem-arq-itens                     value "S".

      *>   arqFamilias.dat ainda nao existir nao eh erro: os responsaveis
      *>   saem da copia do proprio cadastro
       77 ws-fam-aberta                            pic  x(01) value "N".
          88  ws-tem-arq-familias                  value "S".

      *>----Vinculo aluno-familia em memoria (indice = codigo do aluno,
      *>   zero = sem vinculo)
       01 ws-tab-vinculo.
           05 ws-vinculo-fam                       pic 9(004) occurs 9999 times.

      *>   indice para varrer a tabela acima - 5 digitos para poder
      *>   passar de 9999 e encerrar o perform sem estourar
       77 ws-ind-vinc                              pic  9(005) value zeros.

      *>----Situacao dos acordos de parcelamento (indice = numero do
      *>   acordo, "S" = ainda tem parcela a pagar). Acordo com numero
      *>   acima da tabela eh tratado como em aberto.
       01 ws-tab-acordos.
           05 ws-acordo-aberto                     pic x(001) occurs 9999 times.

      *>   parcela em aberto levada para um acordo mais novo: o acordo de
      *>   origem fica em aberto enquanto o de destino estiver
       01 ws-tab-ligacoes.
           05 ws-ligacao                           occurs 999 times.
               10 ws-lig-origem                    pic 9(006).
               10 ws-lig-destino                   pic 9(006).

       77 ws-qtd-ligacoes                          pic  9(004) value zeros.
       77 ws-ind-lig                               pic  9(004) value zeros.
       77 ws-acordo-consulta                       pic  9(006) value zeros.

       77 ws-situacao-acordo                       pic  x(01) value "N".
          88  ws-acordo-em-aberto                  value "S".

       77 ws-mudou                                 pic  x(01) value "N".
          88  ws-houve-mudanca                     value "S".

      *>----Desmonte da competencia e das datas da cobranca
       01 ws-competencia                           pic  9(006) value zeros.
       01 ws-competencia-val redefines ws-competencia.
           05 ws-cp-ano                            pic 9(004).
           05 ws-cp-mes                            pic 9(002).
               88 ws-cp-parcela-acordo              value 13 thru 99.

       01 ws-data-trab                             pic  9(008) value zeros.
       01 ws-data-trab-val redefines ws-data-trab.
           05 ws-dt-ano                            pic 9(004).
           05 ws-dt-mes                            pic 9(002).
           05 ws-dt-dia                            pic 9(002).

      *>   data no formato DD/MM/AAAA para impressao
       01 ws-data-edit.
           05 ws-de-dia                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-de-mes                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-de-ano                            pic 9(004).

      *>   referencia da cobranca: MM/AAAA ou a parcela do acordo
       01 ws-ref-mensal.
           05 ws-rm-mes                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-rm-ano                            pic 9(004).

       01 ws-ref-parcela.
           05 filler                               pic x(005) value "Parc.".
           05 ws-rp-parcela                        pic 9(002).
           05 filler                               pic x(004) value " ac.".
           05 ws-rp-acordo                         pic 9(006).

       77 ws-grupo-tipo                            pic  x(001) value spaces.
       77 ws-grupo                                 pic  9(004) value zeros.

      *>----Controle da montagem das paginas
       77 ws-fim-ordenacao                         pic  x(01) value "N".
          88  fim-da-ordenacao                     value "S".

       77 ws-primeira-leitura                      pic  x(01) value "S".
          88  eh-primeira-leitura                  value "S".

       77 ws-grupo-tipo-atual                      pic  x(001) value spaces.
       77 ws-grupo-atual                           pic  9(004) value zeros.

       77 ws-secao-aberto                          pic  x(01) value "N".
          88  ws-ja-abriu-secao-aberto             value "S".

      *>   recibo lido por ultimo no sort - vale para o pagamento de
      *>   mesmo aluno e competencia que vem logo a seguir
       77 ws-rec-cod                               pic  9(004) value zeros.
       77 ws-rec-competencia                       pic  9(006) value zeros.
       77 ws-rec-numero                            pic  9(006) value zeros.

       77 ws-qtd-pagos                             pic  9(004) value zeros.
       77 ws-valor-pago                            pic  9(006)v99 value zeros.
       77 ws-valor-aberto                          pic  9(006)v99 value zeros.

       77 ws-qtd-informes                          pic  9(004) value zeros.
       77 ws-qtd-quitacoes                         pic  9(004) value zeros.
       77 ws-qtd-pendentes                         pic  9(004) value zeros.

      *>----Controle da quebra de pagina - cada informe comeca numa folha
      *>   nova de tamanho fixo; informe maior que a folha continua na
      *>   seguinte e eh completado com linhas em branco
       77 ws-linhas-por-pagina                     pic  9(02) value 66.
       77 ws-linha-corrente                        pic  9(02) value zeros.

      *>----Linhas do informe
       01 ws-lin-moldura.
           05 filler                               pic x(070) value all "=".

       01 ws-lin-titulo.
           05 filler                               pic x(012) value spaces.
           05 filler                               pic x(034) value
              "INFORME ANUAL DE PAGAMENTOS - ANO".
           05 ws-lt-ano                            pic 9(004).

       01 ws-lin-campo.
           05 ws-lc-rotulo                         pic x(020).
           05 filler                               pic x(002) value ": ".
           05 ws-lc-valor                          pic x(058).

       01 ws-lin-tit-alunos.
           05 filler                               pic x(040) value
              "Alunos:".

       01 ws-lin-aluno.
           05 filler                               pic x(003) value spaces.
           05 ws-la-cod                            pic 9(004).
           05 filler                               pic x(002) value spaces.
           05 ws-la-nome                           pic x(035).
           05 filler                               pic x(007) value "  Fase ".
           05 ws-la-fase                           pic z9.

       01 ws-lin-tit-pagos.
           05 filler                               pic x(024) value
              "Pagamentos efetuados em".
           05 ws-ltp-ano                           pic 9(004).
           05 filler                               pic x(001) value ":".

       01 ws-lin-cab-pagos.
           05 filler                               pic x(005) value "Cod.".
           05 filler                               pic x(023) value "Aluno".
           05 filler                               pic x(018) value "Referencia".
           05 filler                               pic x(011) value "Pagamento".
           05 filler                               pic x(008) value "Recibo".
           05 filler                               pic x(008) value "   Valor".

       01 ws-lin-pago.
           05 ws-lp-cod                            pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-nome                           pic x(022).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-ref                            pic x(017).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-data                           pic x(010).
           05 filler                               pic x(001) value spaces.
           05 ws-lp-recibo                         pic x(006).
           05 filler                               pic x(002) value spaces.
           05 ws-lp-valor                          pic z.zz9,99.

       01 ws-lin-sem-pagto.
           05 filler                               pic x(050) value
              "   Nenhum pagamento registrado no ano.".

       01 ws-lin-total-pago.
           05 filler                               pic x(050) value
              "Total pago no ano ...............................".
           05 filler                               pic x(013) value spaces.
           05 ws-ltp-valor                         pic zzz.zz9,99.

       01 ws-lin-tit-aberto.
           05 filler                               pic x(028) value
              "Cobrancas com vencimento em".
           05 ws-lta-ano                           pic 9(004).
           05 filler                               pic x(012) value " em aberto:".

       01 ws-lin-cab-aberto.
           05 filler                               pic x(005) value "Cod.".
           05 filler                               pic x(023) value "Aluno".
           05 filler                               pic x(018) value "Referencia".
           05 filler                               pic x(011) value "Vencimento".
           05 filler                               pic x(014) value "Situacao".
           05 filler                               pic x(008) value "   Valor".

       01 ws-lin-aberto.
           05 ws-la-cod-ab                         pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-la-nome-ab                        pic x(022).
           05 filler                               pic x(001) value spaces.
           05 ws-la-ref                            pic x(017).
           05 filler                               pic x(001) value spaces.
           05 ws-la-venc                           pic x(010).
           05 filler                               pic x(001) value spaces.
           05 ws-la-situacao                       pic x(013).
           05 filler                               pic x(001) value spaces.
           05 ws-la-valor                          pic z.zz9,99.

       01 ws-sit-acordo.
           05 filler                               pic x(007) value "Acordo ".
           05 ws-sa-acordo                         pic 9(006).

       01 ws-lin-total-aberto.
           05 filler                               pic x(050) value
              "Total em aberto .................................".
           05 filler                               pic x(019) value spaces.
           05 ws-lta-valor                         pic zzz.zz9,99.

       01 ws-lin-sem-quitacao.
           05 filler                               pic x(070) value
              "Declaracao de quitacao nao emitida - ha debito em aberto no ano.".

       01 ws-lin-quitacao-1.
           05 filler                               pic x(070) value
              "Declaramos, nos termos da Lei 12.007/2009, que os responsaveis".

       01 ws-lin-quitacao-2.
           05 filler                               pic x(070) value
              "acima quitaram todas as cobrancas desta escola com vencimento".

       01 ws-lin-quitacao-3.
           05 filler                               pic x(003) value "em ".
           05 ws-lq-ano                            pic 9(004).
           05 filler                               pic x(063) value
              ", nao havendo debito em aberto referente a esse ano.".

       01 ws-lin-emissao.
           05 filler                               pic x(011) value "Emitido em ".
           05 ws-le-data                           pic x(010).

       01 ws-lin-assinatura.
           05 filler                               pic x(052) value
              "Assinatura da secretaria: ________________________".

       01 ws-lin-total-informes.
           05 filler                               pic x(030) value
              "Informes emitidos ..........".
           05 ws-lti-qtd                           pic zzz9.

       01 ws-lin-total-quitacoes.
           05 filler                               pic x(030) value
              "Com declaracao de quitacao ..".
           05 ws-ltq-qtd                           pic zzz9.

       01 ws-lin-total-pendentes.
           05 filler                               pic x(030) value
              "Com cobrancas em aberto .....".
           05 ws-ltn-qtd                           pic zzz9.

       01 ws-lin-nada.
           05 filler                               pic x(060) value
              "Nenhum pagamento nem cobranca em aberto no ano.".

       01 ws-lin-branco                            pic x(080) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o ano, carrega os vinculos
      *>  e abre os arquivos de consulta
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-ano-valido
               display "Informe o ano do informe (AAAA): "
                   with no advancing
               accept ws-ano-informe
           end-perform

           accept ws-data-emissao from date yyyymmdd

           perform carrega-vinculos

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fam-aberta
           open input arqFamilias

           if ws-fs-arqFamilias = 00 then
               move "S" to ws-fam-aberta
           else
               if ws-fs-arqFamilias <> 35 then
                   move 2                                 to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamilias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "N" to ws-itens-abertos
           open input arqAcordoItens

           if ws-fs-arqAcordoItens = 00 then
               move "S" to ws-itens-abertos
           else
               if ws-fs-arqAcordoItens <> 35 then
                   move 3                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - apura os acordos ainda em aberto e
      *>  ordena as linhas por familia/aluno para gerar os informes
      *>------------------------------------------------------------------------
       processamento section.

           perform apura-acordos

           sort ordInforme
               on ascending key sd-grupo-tipo sd-grupo sd-secao sd-cod
                                sd-competencia sd-tipo-linha sd-recibo
               input procedure is popula-ordenacao
               output procedure is gera-informes
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o arqFamVinculo para a tabela em memoria (indice =
      *>  codigo do aluno) - arquivo ainda nao existir significa nenhum
      *>  vinculo gravado.
      *>------------------------------------------------------------------------
       carrega-vinculos section.

           move 1 to ws-ind-vinc
           perform until ws-ind-vinc > 9999
               move zeros to ws-vinculo-fam(ws-ind-vinc)
               add 1 to ws-ind-vinc
           end-perform

           open input arqFamVinculo

           if ws-fs-arqFamVinculo <> 35 then

               if ws-fs-arqFamVinculo <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamVinculo.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFamVinculo = 10
                   read arqFamVinculo

                   if ws-fs-arqFamVinculo <> 00 and ws-fs-arqFamVinculo <> 10 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                       move "Erro ao ler arqFamVinculo.txt."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFamVinculo = 00 and fav-cod-aluno > 0 then
                       move fav-cod-familia to ws-vinculo-fam(fav-cod-aluno)
                   end-if
               end-perform

               close arqFamVinculo
           end-if
           .
       carrega-vinculos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as parcelas de acordo em aberto no arqMensalidades e
      *>  marca os acordos que ainda tem parcela a pagar. Parcela levada
      *>  para um acordo mais novo deixa o acordo de origem ligado ao
      *>  novo, e a marca de aberto sobe pelas ligacoes ate estabilizar.
      *>------------------------------------------------------------------------
       apura-acordos section.

           move 1 to ws-ind-vinc
           perform until ws-ind-vinc > 9999
               move "N" to ws-acordo-aberto(ws-ind-vinc)
               add 1 to ws-ind-vinc
           end-perform

           move zeros to ws-qtd-ligacoes

           move "N" to ws-mens-aberto
           open input arqMensalidades

           if ws-fs-arqMens = 00 then
               move "S" to ws-mens-aberto
           else
               if ws-fs-arqMens <> 35 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-tem-arq-mens and ws-tem-arq-itens then
               perform until ws-fs-arqMens = 10
                   read arqMensalidades next

                   if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 10 then
                       move 7                                     to ws-msn-erro-ofsset
                       move ws-fs-arqMens                         to ws-msn-erro-cod
                       move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move men-competencia to ws-competencia

                   if ws-fs-arqMens = 00 and men-em-aberto
                     and ws-cp-parcela-acordo then
                       perform le-item-acordo

                       if ws-fs-arqAcordoItens = 00 and ait-eh-parcela then
                           if ait-nao-renegociada then
                               if ait-acordo > 0 and ait-acordo <= 9999 then
                                   move "S" to ws-acordo-aberto(ait-acordo)
                               end-if
                           else
                               perform guarda-ligacao
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           if ws-tem-arq-mens then
               close arqMensalidades

               if ws-fs-arqMens <> 00 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao fechar arqMensalidades.dat." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *>   propaga a marca de aberto do acordo novo para o de origem
           move "S" to ws-mudou
           perform until not ws-houve-mudanca
               move "N" to ws-mudou
               move 1 to ws-ind-lig
               perform until ws-ind-lig > ws-qtd-ligacoes
                   move ws-lig-destino(ws-ind-lig) to ws-acordo-consulta
                   perform consulta-acordo

                   if ws-acordo-em-aberto
                     and ws-lig-origem(ws-ind-lig) <= 9999 then
                       if ws-acordo-aberto(ws-lig-origem(ws-ind-lig)) = "N" then
                           move "S" to ws-acordo-aberto(ws-lig-origem(ws-ind-lig))
                           move "S" to ws-mudou
                       end-if
                   end-if
                   add 1 to ws-ind-lig
               end-perform
           end-perform
           .
       apura-acordos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a ligacao da parcela em ait-reg (acordo de origem) com o
      *>  acordo que a renegociou.
      *>------------------------------------------------------------------------
       guarda-ligacao section.

           if ws-qtd-ligacoes >= 999 then
               move 9                                       to ws-msn-erro-ofsset
               move zeros                                   to ws-msn-erro-cod
               move "Tabela de ligacoes de acordos cheia."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-ligacoes
           move ait-acordo       to ws-lig-origem(ws-qtd-ligacoes)
           move ait-acordo-reneg to ws-lig-destino(ws-qtd-ligacoes)
           .
       guarda-ligacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao do acordo em ws-acordo-consulta - acima da tabela conta
      *>  como em aberto, para nunca emitir quitacao indevida.
      *>------------------------------------------------------------------------
       consulta-acordo section.

           move "S" to ws-situacao-acordo

           if ws-acordo-consulta > 0 and ws-acordo-consulta <= 9999 then
               move ws-acordo-aberto(ws-acordo-consulta) to ws-situacao-acordo
           end-if
           .
       consulta-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le no arqAcordoItens o item da cobranca em men-reg - sem o
      *>  arquivo, ou sem item, a cobranca eh mensalidade comum.
      *>------------------------------------------------------------------------
       le-item-acordo section.

           move 23 to ws-fs-arqAcordoItens

           if ws-tem-arq-itens then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-item-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrega ao sort os pagamentos do ano, as cobrancas com
      *>  vencimento no ano ainda em aberto e os recibos emitidos no ano.
      *>------------------------------------------------------------------------
       popula-ordenacao section.

           if ws-tem-arq-mens then
               open input arqMensalidades

               if ws-fs-arqMens <> 00 then
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqMens = 10
                   read arqMensalidades next

                   if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 10 then
                       move 12                                    to ws-msn-erro-ofsset
                       move ws-fs-arqMens                         to ws-msn-erro-cod
                       move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqMens = 00 then
                       perform seleciona-cobranca
                   end-if
               end-perform

               close arqMensalidades
           end-if

           open input arqRecibos

           if ws-fs-arqRecibos <> 35 then

               if ws-fs-arqRecibos <> 00 then
                   move 13                                to ws-msn-erro-ofsset
                   move ws-fs-arqRecibos                  to ws-msn-erro-cod
                   move "Erro ao abrir arqRecibos.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRecibos = 10
                   read arqRecibos

                   if ws-fs-arqRecibos <> 00 and ws-fs-arqRecibos <> 10 then
                       move 14                                to ws-msn-erro-ofsset
                       move ws-fs-arqRecibos                  to ws-msn-erro-cod
                       move "Erro ao ler arqRecibos.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move rec-data-pagto to ws-data-trab

                   if ws-fs-arqRecibos = 00 and ws-dt-ano = ws-ano-informe then
                       perform libera-recibo
                   end-if
               end-perform

               close arqRecibos
           end-if
           .
       popula-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decide se a cobranca em men-reg entra no informe: paga no ano,
      *>  ou em aberto com vencimento no ano (renegociada so se o acordo
      *>  ainda estiver em aberto).
      *>------------------------------------------------------------------------
       seleciona-cobranca section.

           move men-competencia to ws-competencia
           move zeros           to sd-acordo
           move zeros           to sd-parcela
           move zeros           to sd-acordo-reneg

           perform le-item-acordo

           if ws-fs-arqAcordoItens = 00 and ait-eh-parcela then
               move ait-acordo  to sd-acordo
               move ait-parcela to sd-parcela
           end-if

           if not men-em-aberto then
               move men-data-pagto to ws-data-trab

               if ws-dt-ano = ws-ano-informe then
                   move 1              to sd-secao
                   move "2"            to sd-tipo-linha
                   move men-valor-pago to sd-valor
                   perform libera-cobranca
               end-if
           else
               move men-vencimento to ws-data-trab

               if ws-dt-ano = ws-ano-informe then
                   move "S" to ws-situacao-acordo

                   if ws-fs-arqAcordoItens = 00 and not ait-nao-renegociada then
                       move ait-acordo-reneg to ws-acordo-consulta
                       move ait-acordo-reneg to sd-acordo-reneg
                       perform consulta-acordo
                   end-if

                   if ws-acordo-em-aberto then
                       move 2                to sd-secao
                       move "3"              to sd-tipo-linha
                       move men-valor-devido to sd-valor
                       perform libera-cobranca
                   end-if
               end-if
           end-if
           .
       seleciona-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completa a linha do sort com o grupo e o nome do aluno e libera.
      *>------------------------------------------------------------------------
       libera-cobranca section.

           move men-cod to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 15                              to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 00 then
               move fd-nome-alu                to sd-nome-alu
           else
               move "(aluno fora do cadastro)" to sd-nome-alu
           end-if

           perform monta-grupo

           move ws-grupo-tipo    to sd-grupo-tipo
           move ws-grupo         to sd-grupo
           move men-cod          to sd-cod
           move men-competencia  to sd-competencia
           move zeros            to sd-recibo
           move men-data-pagto   to sd-data-pagto
           move men-vencimento   to sd-vencimento
           release sd-informe
           .
       libera-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Libera o recibo em rec-reg, no grupo do aluno, para ordenar logo
      *>  antes do pagamento que ele quitou.
      *>------------------------------------------------------------------------
       libera-recibo section.

           move rec-cod to men-cod
           perform monta-grupo

           move ws-grupo-tipo    to sd-grupo-tipo
           move ws-grupo         to sd-grupo
           move 1                to sd-secao
           move rec-cod          to sd-cod
           move rec-competencia  to sd-competencia
           move "1"              to sd-tipo-linha
           move rec-numero       to sd-recibo
           move spaces           to sd-nome-alu
           move rec-data-pagto   to sd-data-pagto
           move zeros            to sd-vencimento
           move rec-valor-pago   to sd-valor
           move zeros            to sd-acordo
           move zeros            to sd-parcela
           move zeros            to sd-acordo-reneg
           release sd-informe
           .
       libera-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grupo do informe do aluno em men-cod: a familia vinculada, ou o
      *>  proprio aluno quando nao ha vinculo.
      *>------------------------------------------------------------------------
       monta-grupo section.

           move "A"     to ws-grupo-tipo
           move men-cod to ws-grupo

           if men-cod > 0 then
               if ws-vinculo-fam(men-cod) > 0 then
                   move "F"                     to ws-grupo-tipo
                   move ws-vinculo-fam(men-cod) to ws-grupo
               end-if
           end-if
           .
       monta-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebe as linhas ordenadas por familia/aluno e monta uma pagina
      *>  por grupo: cabecalho com responsaveis e alunos, pagamentos do
      *>  ano e, no fim, a quitacao ou as cobrancas em aberto.
      *>------------------------------------------------------------------------
       gera-informes section.

           open output informe

           if ws-fs-informe <> 00 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-informe                       to ws-msn-erro-cod
               move "Erro ao abrir informeAnual.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S"   to ws-primeira-leitura
           move zeros to ws-qtd-informes
           move zeros to ws-qtd-quitacoes
           move zeros to ws-qtd-pendentes
           move zeros to ws-rec-cod
           move zeros to ws-rec-competencia
           move zeros to ws-rec-numero

           perform until fim-da-ordenacao
               return ordInforme
                   at end
                       move "S" to ws-fim-ordenacao
               end-return

               if not fim-da-ordenacao then
                   if sd-tipo-linha = "1" then
                       move sd-cod         to ws-rec-cod
                       move sd-competencia to ws-rec-competencia
                       move sd-recibo      to ws-rec-numero
                   else
                       if eh-primeira-leitura then
                           move "N" to ws-primeira-leitura
                           perform abre-pagina
                       else
                           if sd-grupo-tipo <> ws-grupo-tipo-atual
                             or sd-grupo <> ws-grupo-atual then
                               perform fecha-pagina
                               perform abre-pagina
                           end-if
                       end-if

                       if sd-tipo-linha = "2" then
                           perform grava-pagamento
                       else
                           perform grava-em-aberto
                       end-if
                   end-if
               end-if
           end-perform

           if not eh-primeira-leitura then
               perform fecha-pagina
           else
               move ws-lin-nada to inf-linha
               perform grava-linha-informe
           end-if

           move ws-lin-branco to inf-linha
           perform grava-linha-informe

           move ws-qtd-informes       to ws-lti-qtd
           move ws-lin-total-informes to inf-linha
           perform grava-linha-informe

           move ws-qtd-quitacoes       to ws-ltq-qtd
           move ws-lin-total-quitacoes to inf-linha
           perform grava-linha-informe

           move ws-qtd-pendentes       to ws-ltn-qtd
           move ws-lin-total-pendentes to inf-linha
           perform grava-linha-informe

           close informe

           if ws-fs-informe <> 00 then
               move 17                                  to ws-msn-erro-ofsset
               move ws-fs-informe                       to ws-msn-erro-cod
               move "Erro ao fechar informeAnual.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gera-informes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comeca a pagina do grupo em sd-informe: titulo, responsaveis,
      *>  alunos e o cabecalho dos pagamentos do ano.
      *>------------------------------------------------------------------------
       abre-pagina section.

           move sd-grupo-tipo to ws-grupo-tipo-atual
           move sd-grupo      to ws-grupo-atual
           move "N"           to ws-secao-aberto
           move zeros         to ws-qtd-pagos
           move zeros         to ws-valor-pago
           move zeros         to ws-valor-aberto
           move zeros         to ws-linha-corrente

           move ws-lin-moldura to inf-linha
           perform grava-linha-informe
           move ws-ano-informe to ws-lt-ano
           move ws-lin-titulo  to inf-linha
           perform grava-linha-informe
           move ws-lin-moldura to inf-linha
           perform grava-linha-informe
           move ws-lin-branco  to inf-linha
           perform grava-linha-informe

           perform grava-responsaveis

           move ws-lin-branco to inf-linha
           perform grava-linha-informe
           move ws-lin-tit-alunos to inf-linha
           perform grava-linha-informe

           if ws-grupo-tipo-atual = "F" then
               move 1 to ws-ind-vinc
               perform until ws-ind-vinc > 9999
                   if ws-vinculo-fam(ws-ind-vinc) = ws-grupo-atual then
                       move ws-ind-vinc to fd-cod
                       perform grava-linha-aluno
                   end-if
                   add 1 to ws-ind-vinc
               end-perform
           else
               move ws-grupo-atual to fd-cod
               perform grava-linha-aluno
           end-if

           move ws-lin-branco to inf-linha
           perform grava-linha-informe
           move ws-ano-informe   to ws-ltp-ano
           move ws-lin-tit-pagos to inf-linha
           perform grava-linha-informe
           move ws-lin-cab-pagos to inf-linha
           perform grava-linha-informe

           add 1 to ws-qtd-informes
           .
       abre-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava os responsaveis do grupo: do registro da familia, ou do
      *>  cadastro do aluno (sem vinculo, ou familia sumida do arquivo).
      *>------------------------------------------------------------------------
       grava-responsaveis section.

           move 23 to ws-fs-arqFamilias

           if ws-grupo-tipo-atual = "F" and ws-tem-arq-familias then
               move ws-grupo-atual to fam-cod
               read arqFamilias

               if ws-fs-arqFamilias <> 00 and ws-fs-arqFamilias <> 23 then
                   move 18                                to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao ler arqFamilias.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqFamilias = 00 then
               move "Familia"          to ws-lc-rotulo
               move fam-cod            to ws-lc-valor
               perform grava-campo
               move "Mae/responsavel"  to ws-lc-rotulo
               move fam-nome-mae       to ws-lc-valor
               perform grava-campo
               move "Pai/responsavel"  to ws-lc-rotulo
               move fam-nome-pai       to ws-lc-valor
               perform grava-campo
               move "Endereco"         to ws-lc-rotulo
               move fam-endereco(1:58) to ws-lc-valor
               perform grava-campo

               if fam-endereco(59:42) <> spaces then
                   move spaces              to ws-lc-rotulo
                   move fam-endereco(59:42) to ws-lc-valor
                   perform grava-campo
               end-if
           else
               move sd-cod to fd-cod
               read arqCad

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
                   move 19                              to ws-msn-erro-ofsset
                   move ws-fs-arqCad                    to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 00 then
                   move "Mae/responsavel"  to ws-lc-rotulo
                   move fd-nome-mae        to ws-lc-valor
                   perform grava-campo
                   move "Pai/responsavel"  to ws-lc-rotulo
                   move fd-nome-pai        to ws-lc-valor
                   perform grava-campo
                   move "Endereco"         to ws-lc-rotulo
                   move fd-endereco(1:58)  to ws-lc-valor
                   perform grava-campo

                   if fd-endereco(59:42) <> spaces then
                       move spaces             to ws-lc-rotulo
                       move fd-endereco(59:42) to ws-lc-valor
                       perform grava-campo
                   end-if
               else
                   move "Responsaveis"             to ws-lc-rotulo
                   move "(aluno fora do cadastro)" to ws-lc-valor
                   perform grava-campo
               end-if
           end-if
           .
       grava-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do aluno com codigo em fd-cod na lista da pagina.
      *>------------------------------------------------------------------------
       grava-linha-aluno section.

           move fd-cod to ws-la-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 20                              to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 00 then
               move fd-nome-alu                to ws-la-nome
               move fd-fase                    to ws-la-fase
           else
               move "(aluno fora do cadastro)" to ws-la-nome
               move zeros                      to ws-la-fase
           end-if

           move ws-lin-aluno to inf-linha
           perform grava-linha-informe
           .
       grava-linha-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do pagamento em sd-informe, com o recibo guardado
      *>  quando for do mesmo aluno e competencia.
      *>------------------------------------------------------------------------
       grava-pagamento section.

           move sd-cod      to ws-lp-cod
           move sd-nome-alu to ws-lp-nome
           perform monta-referencia
           move ws-ref-mensal to ws-lp-ref

           if sd-acordo > 0 then
               move ws-ref-parcela to ws-lp-ref
           end-if

           move sd-data-pagto to ws-data-trab
           perform formata-data
           move ws-data-edit to ws-lp-data

           if ws-rec-cod = sd-cod and ws-rec-competencia = sd-competencia then
               move ws-rec-numero to ws-lp-recibo
           else
               move "------"      to ws-lp-recibo
           end-if

           move sd-valor   to ws-lp-valor
           move ws-lin-pago to inf-linha
           perform grava-linha-informe

           add 1        to ws-qtd-pagos
           add sd-valor to ws-valor-pago
           .
       grava-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha da cobranca em aberto em sd-informe - a primeira
      *>  do grupo fecha a lista de pagamentos com o total pago.
      *>------------------------------------------------------------------------
       grava-em-aberto section.

           if not ws-ja-abriu-secao-aberto then
               move "S" to ws-secao-aberto
               perform grava-total-pago

               move ws-lin-branco to inf-linha
               perform grava-linha-informe
               move ws-ano-informe    to ws-lta-ano
               move ws-lin-tit-aberto to inf-linha
               perform grava-linha-informe
               move ws-lin-cab-aberto to inf-linha
               perform grava-linha-informe
           end-if

           move sd-cod      to ws-la-cod-ab
           move sd-nome-alu to ws-la-nome-ab
           perform monta-referencia
           move ws-ref-mensal to ws-la-ref

           if sd-acordo > 0 then
               move ws-ref-parcela to ws-la-ref
           end-if

           move sd-vencimento to ws-data-trab
           perform formata-data
           move ws-data-edit to ws-la-venc

           if sd-acordo-reneg > 0 then
               move sd-acordo-reneg to ws-sa-acordo
               move ws-sit-acordo   to ws-la-situacao
           else
               move "Em aberto"     to ws-la-situacao
           end-if

           move sd-valor      to ws-la-valor
           move ws-lin-aberto to inf-linha
           perform grava-linha-informe

      *>   renegociada: a divida ja conta pelas parcelas do acordo
           if sd-acordo-reneg = 0 then
               add sd-valor to ws-valor-aberto
           end-if
           .
       grava-em-aberto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha a lista de pagamentos do grupo com o total pago no ano.
      *>------------------------------------------------------------------------
       grava-total-pago section.

           if ws-qtd-pagos = zeros then
               move ws-lin-sem-pagto to inf-linha
               perform grava-linha-informe
           end-if

           move ws-valor-pago     to ws-ltp-valor
           move ws-lin-total-pago to inf-linha
           perform grava-linha-informe
           .
       grava-total-pago-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Termina a pagina do grupo: sem cobranca em aberto, a declaracao
      *>  de quitacao; com, o total em aberto e o aviso - depois a data,
      *>  a assinatura e as linhas em branco ate o fim da folha.
      *>------------------------------------------------------------------------
       fecha-pagina section.

           move ws-lin-branco to inf-linha
           perform grava-linha-informe

           if not ws-ja-abriu-secao-aberto then
               perform grava-total-pago

               move ws-lin-branco to inf-linha
               perform grava-linha-informe
               move ws-lin-quitacao-1 to inf-linha
               perform grava-linha-informe
               move ws-lin-quitacao-2 to inf-linha
               perform grava-linha-informe
               move ws-ano-informe    to ws-lq-ano
               move ws-lin-quitacao-3 to inf-linha
               perform grava-linha-informe

               add 1 to ws-qtd-quitacoes
           else
               move ws-valor-aberto     to ws-lta-valor
               move ws-lin-total-aberto to inf-linha
               perform grava-linha-informe

               move ws-lin-branco to inf-linha
               perform grava-linha-informe
               move ws-lin-sem-quitacao to inf-linha
               perform grava-linha-informe

               add 1 to ws-qtd-pendentes
           end-if

           move ws-lin-branco to inf-linha
           perform grava-linha-informe
           move ws-data-emissao to ws-data-trab
           perform formata-data
           move ws-data-edit   to ws-le-data
           move ws-lin-emissao to inf-linha
           perform grava-linha-informe

           move ws-lin-branco to inf-linha
           perform grava-linha-informe
           move ws-lin-assinatura to inf-linha
           perform grava-linha-informe
           move ws-lin-moldura to inf-linha
           perform grava-linha-informe

      *>   completando a folha com linhas em branco (quebra de pagina)
           perform until ws-linha-corrente = zeros
               move ws-lin-branco to inf-linha
               perform grava-linha-informe
           end-perform
           .
       fecha-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta as duas formas de referencia da cobranca em sd-informe:
      *>  MM/AAAA da competencia e a parcela do acordo.
      *>------------------------------------------------------------------------
       monta-referencia section.

           move sd-competencia to ws-competencia
           move ws-cp-mes      to ws-rm-mes
           move ws-cp-ano      to ws-rm-ano
           move sd-parcela     to ws-rp-parcela
           move sd-acordo      to ws-rp-acordo
           .
       monta-referencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte a data AAAAMMDD em ws-data-trab para DD/MM/AAAA.
      *>------------------------------------------------------------------------
       formata-data section.

           move ws-dt-dia to ws-de-dia
           move ws-dt-mes to ws-de-mes
           move ws-dt-ano to ws-de-ano
           .
       formata-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um campo rotulado do informe (rotulo e valor preenchidos).
      *>------------------------------------------------------------------------
       grava-campo section.

           move ws-lin-campo to inf-linha
           perform grava-linha-informe
           .
       grava-campo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava inf-linha no arquivo de impressao e conta a linha da folha
      *>  corrente (volta a zero ao completar a folha).
      *>------------------------------------------------------------------------
       grava-linha-informe section.

           write inf-linha

           if ws-fs-informe <> 00 then
               move 21                                  to ws-msn-erro-ofsset
               move ws-fs-informe                       to ws-msn-erro-cod
               move "Erro ao gravar informeAnual.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-linha-corrente

           if ws-linha-corrente >= ws-linhas-por-pagina then
               move zeros to ws-linha-corrente
           end-if
           .
       grava-linha-informe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqCad

           if ws-tem-arq-familias then
               close arqFamilias
           end-if

           if ws-tem-arq-itens then
               close arqAcordoItens
           end-if

           display "Informes emitidos em informeAnual.txt: " ws-qtd-informes

           Stop run
           .
       finaliza-exit.
           exit.
