      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_relAcordos".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Relatorio de acordos de parcelamento: pede uma data de
      *>   referencia e lista cada acordo do arqAcordos.dat com as suas
      *>   parcelas conferidas no arqMensalidades.dat - quantas pagas,
      *>   valor pago, parcelas vencidas em aberto e a situacao naquela
      *>   data:
      *>     QUITADO     - todas as parcelas pagas
      *>     RENEGOCIADO - parcela atrasada entrou num acordo novo
      *>     ROMPIDO     - 2 ou mais parcelas vencidas em aberto, ou uma
      *>                   so com mais de 30 dias de atraso
      *>     ATRASADO    - uma parcela vencida ha ate 30 dias
      *>     EM DIA      - nenhuma parcela vencida em aberto
      *>   Gera o relatorioAcordos.txt com a quantidade e o valor em
      *>   aberto por situacao no final - para a secretaria acompanhar os
      *>   acordos que hoje ficam no papel.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAcordos assign to "arqAcordos.dat" *> acordos de parcelamento (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is aco-numero
           lock mode is automatic
           file status is ws-fs-arqAcordos.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas e parcelas (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select arqMensalidades assign to "arqMensalidades.dat" *> cobrancas por aluno/competencia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is men-chave
           lock mode is automatic
           file status is ws-fs-arqMens.

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

           select relAcordos assign to "relatorioAcordos.txt" *> relatorio gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relAcordos.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAcordos.
           copy "acoreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqCad.
           copy "cadreg.cpy".

       fd arqFamilias.
           copy "famreg.cpy".

       fd relAcordos.
       01 rel-linha                                pic X(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqAcordos                         pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-relAcordos                         pic  9(02).

      *>----Regra do acordo rompido
       77 ws-dias-rompimento                       pic  9(003) value 30.
       77 ws-parcelas-rompimento                   pic  9(002) value 2.

       01 ws-data-referencia                       pic  9(008) value zeros.
       01 ws-data-referencia-val redefines ws-data-referencia.
           05 ws-dr-ano                            pic 9(004).
               88 ws-dr-ano-valido                  value 1900 thru 2100.
           05 ws-dr-mes                            pic 9(002).
               88 ws-dr-mes-valido                  value 1 thru 12.
           05 ws-dr-dia                            pic 9(002).
               88 ws-dr-dia-valido                  value 1 thru 31.

       01 ws-vencimento                            pic  9(008) value zeros.
       01 ws-vencimento-val redefines ws-vencimento.
           05 ws-vc-ano                            pic 9(004).
           05 ws-vc-mes                            pic 9(002).
           05 ws-vc-dia                            pic 9(002).

       01 ws-dias-atraso                           pic s9(005) value zeros.
       77 ws-maior-atraso                          pic  9(005) value zeros.

       77 ws-fam-aberta                            pic  x(01) value "N".
          88  ws-tem-arq-familias                  value "S".

       77 ws-itens-abertos                         pic  x(01) value "N".
          88  ws-tem-arq-itens                     value "S".

      *>----Apuracao das parcelas do acordo corrente
       77 ws-ind-parc                              pic  9(002) value zeros.
       77 ws-qtd-pagas                             pic  9(002) value zeros.
       77 ws-qtd-vencidas                          pic  9(002) value zeros.
       77 ws-qtd-renegociadas                      pic  9(002) value zeros.
       77 ws-valor-pago                            pic  9(006)v99 value zeros.
       77 ws-valor-vencido                         pic  9(006)v99 value zeros.
       77 ws-valor-aberto                          pic  9(006)v99 value zeros.
       77 ws-situacao                              pic  x(011) value spaces.
       77 ws-nome                                  pic  x(035) value spaces.

      *>----Totais por situacao (1 EM DIA, 2 ATRASADO, 3 ROMPIDO,
      *>   4 RENEGOCIADO, 5 QUITADO)
       01 ws-tab-situacoes.
           05 filler                               pic x(011) value "EM DIA".
           05 filler                               pic x(011) value "ATRASADO".
           05 filler                               pic x(011) value "ROMPIDO".
           05 filler                               pic x(011) value "RENEGOCIADO".
           05 filler                               pic x(011) value "QUITADO".
       01 ws-tab-situacoes-red redefines ws-tab-situacoes.
           05 ws-nome-situacao                     pic x(011) occurs 5 times.

       01 ws-tab-totais.
           05 ws-total-situacao occurs 5 times.
               10 ws-ts-qtd                        pic 9(004).
               10 ws-ts-aberto                     pic 9(007)v99.

       77 ws-ind-sit                               pic  9(001) value zeros.
       77 ws-qtd-acordos                           pic  9(004) value zeros.

      *>----Linhas do relatorio
       01 ws-lin-titulo.
           05 filler                               pic x(050) value
              "Relatorio de acordos de parcelamento - referencia".
           05 ws-lt-data                           pic 9(008).

       01 ws-lin-cabecalho.
           05 filler                               pic x(008) value "Acordo".
           05 filler                               pic x(010) value "Data".
           05 filler                               pic x(005) value "Cod.".
           05 filler                               pic x(005) value "Fam.".
           05 filler                               pic x(026) value "Aluno / responsavel".
           05 filler                               pic x(007) value "Parc.".
           05 filler                               pic x(012) value "Valor total".
           05 filler                               pic x(012) value "Pago".
           05 filler                               pic x(005) value "Venc".
           05 filler                               pic x(012) value "Vencido".
           05 filler                               pic x(011) value "Situacao".

       01 ws-lin-detalhe.
           05 ws-ld-numero                         pic 9(006).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-data                           pic 9(008).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-cod                            pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-ld-familia                        pic zzzz.
           05 filler                               pic x(001) value spaces.
           05 ws-ld-nome                           pic x(025).
           05 filler                               pic x(001) value spaces.
           05 ws-ld-pagas                          pic z9.
           05 filler                               pic x(001) value "/".
           05 ws-ld-parcelas                       pic 99.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-total                          pic zzz.zz9,99.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-pago                           pic zzz.zz9,99.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-vencidas                       pic z9.
           05 filler                               pic x(003) value spaces.
           05 ws-ld-vencido                        pic zzz.zz9,99.
           05 filler                               pic x(002) value spaces.
           05 ws-ld-situacao                       pic x(011).

       01 ws-lin-resumo.
           05 ws-lr-situacao                       pic x(012).
           05 filler                               pic x(003) value ":  ".
           05 ws-lr-qtd                            pic zzz9.
           05 filler                               pic x(024) value " acordo(s)  em aberto: ".
           05 ws-lr-aberto                         pic z.zzz.zz9,99.

       01 ws-lin-total.
           05 filler                               pic x(015) value "Total geral :  ".
           05 ws-lt-qtd                            pic zzz9.
           05 filler                               pic x(011) value " acordo(s)".

       01 ws-lin-nada.
           05 filler                               pic x(040) value
              "Nenhum acordo de parcelamento gravado.".

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
      *>  Procedimentos de inicialização - pede a data de referencia
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-dr-ano-valido and ws-dr-mes-valido
                     and ws-dr-dia-valido
               display "Informe a data de referencia (AAAAMMDD): "
                   with no advancing
               accept ws-data-referencia
           end-perform

           move 1 to ws-ind-sit
           perform until ws-ind-sit > 5
               move zeros to ws-ts-qtd(ws-ind-sit)
               move zeros to ws-ts-aberto(ws-ind-sit)
               add 1 to ws-ind-sit
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - percorre os acordos em ordem de numero
      *>  e grava uma linha por acordo e o resumo por situacao.
      *>------------------------------------------------------------------------
       processamento section.

           perform abre-arquivos

           move ws-data-referencia to ws-lt-data
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cabecalho to rel-linha
           perform grava-linha-relatorio

      *>   nenhum acordo gravado ainda (status 35): relatorio vazio
           if ws-fs-arqAcordos = 00 then
               perform until ws-fs-arqAcordos = 10
                   read arqAcordos next

                   if ws-fs-arqAcordos <> 00 and ws-fs-arqAcordos <> 10 then
                       move 1                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAcordos                  to ws-msn-erro-cod
                       move "Erro ao ler arqAcordos.dat."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAcordos = 00 then
                       perform apura-acordo
                       perform grava-acordo
                   end-if
               end-perform

               close arqAcordos
           end-if

           if ws-qtd-acordos = zeros then
               move ws-lin-nada to rel-linha
               perform grava-linha-relatorio
           else
               move ws-lin-branco to rel-linha
               perform grava-linha-relatorio

               move 1 to ws-ind-sit
               perform until ws-ind-sit > 5
                   move ws-nome-situacao(ws-ind-sit) to ws-lr-situacao
                   move ws-ts-qtd(ws-ind-sit)        to ws-lr-qtd
                   move ws-ts-aberto(ws-ind-sit)     to ws-lr-aberto
                   move ws-lin-resumo to rel-linha
                   perform grava-linha-relatorio
                   add 1 to ws-ind-sit
               end-perform

               move ws-qtd-acordos to ws-lt-qtd
               move ws-lin-total to rel-linha
               perform grava-linha-relatorio
           end-if

           perform fecha-arquivos

           display "Relatorio de acordos gerado em relatorioAcordos.txt."
           display "Acordos listados: " ws-qtd-acordos
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre os arquivos - arqAcordos, arqAcordoItens e arqFamilias
      *>  ainda nao existirem (status 35) nao eh erro.
      *>------------------------------------------------------------------------
       abre-arquivos section.

           open input arqAcordos

           if ws-fs-arqAcordos <> 00 and ws-fs-arqAcordos <> 35 then
               move 2                                 to ws-msn-erro-ofsset
               move ws-fs-arqAcordos                  to ws-msn-erro-cod
               move "Erro ao abrir arqAcordos.dat."   to ws-msn-erro-text
               perform finaliza-anormal
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

           open input arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 5                               to ws-msn-erro-ofsset
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
                   move 6                                 to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamilias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output relAcordos

           if ws-fs-relAcordos <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-relAcordos                      to ws-msn-erro-cod
               move "Erro ao abrir relatorioAcordos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere as parcelas do acordo lido em aco-reg (competencias
      *>  seguidas a partir de aco-comp-inicial no aluno titular) e define
      *>  a situacao na data de referencia.
      *>------------------------------------------------------------------------
       apura-acordo section.

           move zeros to ws-qtd-pagas
           move zeros to ws-qtd-vencidas
           move zeros to ws-qtd-renegociadas
           move zeros to ws-valor-pago
           move zeros to ws-valor-vencido
           move zeros to ws-valor-aberto
           move zeros to ws-maior-atraso

           move 1 to ws-ind-parc
           perform until ws-ind-parc > aco-qtd-parcelas
               move aco-cod-aluno to men-cod
               compute men-competencia = aco-comp-inicial + ws-ind-parc - 1
               read arqMensalidades

               if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 23 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMens = 00 then
                   perform apura-parcela
               end-if

               add 1 to ws-ind-parc
           end-perform

           evaluate true
               when ws-qtd-pagas = aco-qtd-parcelas
                   move 5 to ws-ind-sit
               when ws-qtd-renegociadas > zeros
                   move 4 to ws-ind-sit
               when ws-qtd-vencidas >= ws-parcelas-rompimento
                 or ws-maior-atraso > ws-dias-rompimento
                   move 3 to ws-ind-sit
               when ws-qtd-vencidas > zeros
                   move 2 to ws-ind-sit
               when other
                   move 1 to ws-ind-sit
           end-evaluate

           move ws-nome-situacao(ws-ind-sit) to ws-situacao
           add 1               to ws-ts-qtd(ws-ind-sit)
           add ws-valor-aberto to ws-ts-aberto(ws-ind-sit)
           add 1               to ws-qtd-acordos
           .
       apura-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a parcela lida em men-reg: paga, renegociada num acordo
      *>  novo, ou em aberto (vencida ou nao na data de referencia).
      *>------------------------------------------------------------------------
       apura-parcela section.

           move zeros to ait-acordo-reneg

           if ws-tem-arq-itens then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 9                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 23 then
                   move zeros to ait-acordo-reneg
               end-if
           end-if

           evaluate true
               when not men-em-aberto
                   add 1              to ws-qtd-pagas
                   add men-valor-pago to ws-valor-pago

               when not ait-nao-renegociada
                   add 1 to ws-qtd-renegociadas

               when other
                   add men-valor-devido to ws-valor-aberto

                   if men-vencimento < ws-data-referencia then
                       add 1                to ws-qtd-vencidas
                       add men-valor-devido to ws-valor-vencido

                       move men-vencimento to ws-vencimento
                       compute ws-dias-atraso = (ws-dr-ano - ws-vc-ano) * 360
                                              + (ws-dr-mes - ws-vc-mes) * 30
                                              + (ws-dr-dia - ws-vc-dia)
                       if ws-dias-atraso > ws-maior-atraso then
                           move ws-dias-atraso to ws-maior-atraso
                       end-if
                   end-if
           end-evaluate
           .
       apura-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do acordo apurado - acordo de familia sai com o
      *>  responsavel do registro da familia, acordo de um aluno so com o
      *>  nome do aluno titular.
      *>------------------------------------------------------------------------
       grava-acordo section.

           move aco-cod-aluno to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 10                              to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 00 then
               move fd-nome-alu to ws-nome
           else
               move "(aluno fora do cadastro)" to ws-nome
           end-if

           if aco-cod-familia > zeros and ws-tem-arq-familias then
               move aco-cod-familia to fam-cod
               read arqFamilias

               if ws-fs-arqFamilias <> 00 and ws-fs-arqFamilias <> 23 then
                   move 11                                to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao ler arqFamilias.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqFamilias = 00 then
                   if fam-nome-mae not = spaces then
                       move fam-nome-mae to ws-nome
                   else
                       move fam-nome-pai to ws-nome
                   end-if
               end-if
           end-if

           move aco-numero        to ws-ld-numero
           move aco-data          to ws-ld-data
           move aco-cod-aluno     to ws-ld-cod
           move aco-cod-familia   to ws-ld-familia
           move ws-nome           to ws-ld-nome
           move ws-qtd-pagas      to ws-ld-pagas
           move aco-qtd-parcelas  to ws-ld-parcelas
           move aco-valor-total   to ws-ld-total
           move ws-valor-pago     to ws-ld-pago
           move ws-qtd-vencidas   to ws-ld-vencidas
           move ws-valor-vencido  to ws-ld-vencido
           move ws-situacao       to ws-ld-situacao

           move ws-lin-detalhe to rel-linha
           perform grava-linha-relatorio
           .
       grava-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha os arquivos abertos.
      *>------------------------------------------------------------------------
       fecha-arquivos section.

           close arqMensalidades
           close arqCad
           close relAcordos

           if ws-tem-arq-itens then
               close arqAcordoItens
           end-if

           if ws-tem-arq-familias then
               close arqFamilias
           end-if

           if ws-fs-arqMens <> 00 or ws-fs-arqCad <> 00
             or ws-fs-relAcordos <> 00 then
               move 12                              to ws-msn-erro-ofsset
               move ws-fs-relAcordos                to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       fecha-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio.
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relAcordos <> 00 then
               move 13                                     to ws-msn-erro-ofsset
               move ws-fs-relAcordos                       to ws-msn-erro-cod
               move "Erro ao gravar relatorioAcordos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
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

           Stop run
           .
       finaliza-exit.
           exit.
