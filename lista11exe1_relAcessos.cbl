      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_relAcessos".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Relatorio de acessos para a diretoria: pede o periodo (data
      *>   inicial e final, AAAAMMDD) e lista do arqAcessos.txt cada
      *>   evento da tela de entrada do lista11exe1_menu - entradas,
      *>   falhas, bloqueios, tentativas de operador bloqueado,
      *>   desbloqueios e trocas de senha - com a quantidade por evento.
      *>   Fecha com a situacao de cada operador do arqOperadores.txt:
      *>   perfil, ativo ou bloqueado, tentativas erradas em curso, data
      *>   da ultima troca de senha e se a senha esta vencida (mesma
      *>   validade do menu) ou eh provisoria. Gera o
      *>   relatorioAcessos.txt.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqAcessos assign to "arqAcessos.txt" *> log de entrada no sistema (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAcessos.

           select arqOperadores assign to "arqOperadores.txt" *> um operador por linha (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select relAcessos assign to "relatorioAcessos.txt" *> relatorio gerado
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relAcessos.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAcessos.
           copy "acessreg.cpy".

       fd arqOperadores.
           copy "opereg.cpy".

       fd relAcessos.
       01 rel-linha                                pic X(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqAcessos                         pic  9(02).
       77 ws-fs-arqOperadores                      pic  9(02).
       77 ws-fs-relAcessos                         pic  9(02).

      *>----Validade da senha - a mesma do lista11exe1_menu
       77 ws-dias-validade-senha                   pic  9(03) value 90.

       01 ws-data-inicial                          pic  9(008) value zeros.
       01 ws-data-inicial-val redefines ws-data-inicial.
           05 ws-di-ano                            pic 9(004).
               88 ws-di-ano-valido                  value 1900 thru 2100.
           05 ws-di-mes                            pic 9(002).
               88 ws-di-mes-valido                  value 1 thru 12.
           05 ws-di-dia                            pic 9(002).
               88 ws-di-dia-valido                  value 1 thru 31.

       01 ws-data-final                            pic  9(008) value zeros.
       01 ws-data-final-val redefines ws-data-final.
           05 ws-df-ano                            pic 9(004).
               88 ws-df-ano-valido                  value 1900 thru 2100.
           05 ws-df-mes                            pic 9(002).
               88 ws-df-mes-valido                  value 1 thru 12.
           05 ws-df-dia                            pic 9(002).
               88 ws-df-dia-valido                  value 1 thru 31.

       01 ws-data-hoje                             pic  9(008) value zeros.
       01 ws-data-hoje-val redefines ws-data-hoje.
           05 ws-dh-ano                            pic 9(004).
           05 ws-dh-mes                            pic 9(002).
           05 ws-dh-dia                            pic 9(002).

       01 ws-data-senha                            pic  9(008) value zeros.
       01 ws-data-senha-val redefines ws-data-senha.
           05 ws-ds-ano                            pic 9(004).
           05 ws-ds-mes                            pic 9(002).
           05 ws-ds-dia                            pic 9(002).

       77 ws-dias-senha                            pic s9(005) value zeros.

       01 ws-hora-acesso                           pic  9(006) value zeros.
       01 ws-hora-acesso-val redefines ws-hora-acesso.
           05 ws-ha-hora                           pic 9(002).
           05 ws-ha-minuto                         pic 9(002).
           05 ws-ha-segundo                        pic 9(002).

      *>----Totais por evento (mesma ordem do acessreg.cpy)
       01 ws-tab-eventos.
           05 filler                               pic x(011) value "SUCESSO".
           05 filler                               pic x(011) value "FALHA".
           05 filler                               pic x(011) value "BLOQUEIO".
           05 filler                               pic x(011) value "BLOQUEADO".
           05 filler                               pic x(011) value "DESBLOQUEIO".
           05 filler                               pic x(011) value "TROCA SENHA".
       01 ws-tab-eventos-red redefines ws-tab-eventos.
           05 ws-nome-evento                       pic x(011) occurs 6 times.

       01 ws-tab-totais.
           05 ws-te-qtd                            pic 9(005) occurs 6 times.

       77 ws-ind-evento                            pic  9(001) value zeros.
       77 ws-qtd-eventos                           pic  9(005) value zeros.
       77 ws-qtd-operadores                        pic  9(003) value zeros.
       77 ws-qtd-bloqueados                        pic  9(003) value zeros.

      *>----Linhas do relatorio
       01 ws-lin-titulo.
           05 filler                               pic x(031) value
              "Relatorio de acessos - periodo ".
           05 ws-lt-inicial                        pic 9(008).
           05 filler                               pic x(003) value " a ".
           05 ws-lt-final                          pic 9(008).

       01 ws-lin-cabecalho.
           05 filler                               pic x(010) value "Data".
           05 filler                               pic x(010) value "Hora".
           05 filler                               pic x(022) value "Usuario".
           05 filler                               pic x(013) value "Evento".
           05 filler                               pic x(030) value "Detalhe".

       01 ws-lin-detalhe.
           05 ws-ld-data                           pic 9(008).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-hora                           pic 9(002).
           05 filler                               pic x(001) value ":".
           05 ws-ld-minuto                         pic 9(002).
           05 filler                               pic x(001) value ":".
           05 ws-ld-segundo                        pic 9(002).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-usuario                        pic x(020).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-evento                         pic x(011).
           05 filler                               pic x(002) value spaces.
           05 ws-ld-obs                            pic x(030).

       01 ws-lin-resumo.
           05 ws-lr-evento                         pic x(012).
           05 filler                               pic x(003) value ":  ".
           05 ws-lr-qtd                            pic zzzz9.

       01 ws-lin-total.
           05 filler                               pic x(015) value "Total geral :  ".
           05 ws-lt-qtd                            pic zzzz9.
           05 filler                               pic x(010) value " evento(s)".

       01 ws-lin-nada.
           05 filler                               pic x(040) value
              "Nenhum acesso registrado no periodo.".

       01 ws-lin-tit-operadores.
           05 filler                               pic x(040) value
              "Situacao dos operadores".

       01 ws-lin-cab-operadores.
           05 filler                               pic x(022) value "Usuario".
           05 filler                               pic x(012) value "Perfil".
           05 filler                               pic x(011) value "Situacao".
           05 filler                               pic x(007) value "Tent.".
           05 filler                               pic x(010) value "Senha em".
           05 filler                               pic x(030) value "Pendencia".

       01 ws-lin-operador.
           05 ws-lo-usuario                        pic x(020).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-perfil                         pic x(010).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-situacao                       pic x(009).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-tentativas                     pic z9.
           05 filler                               pic x(005) value spaces.
           05 ws-lo-data-senha                     pic 9(008).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-pendencia                      pic x(030).

       01 ws-lin-total-oper.
           05 filler                               pic x(015) value "Operadores  :  ".
           05 ws-lto-qtd                           pic zz9.
           05 filler                               pic x(017) value "   bloqueados:  ".
           05 ws-lto-bloqueados                    pic zz9.

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
      *>  Procedimentos de inicialização - pede o periodo
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-di-ano-valido and ws-di-mes-valido
                     and ws-di-dia-valido
               display "Informe a data inicial (AAAAMMDD): "
                   with no advancing
               accept ws-data-inicial
           end-perform

           perform until ws-df-ano-valido and ws-df-mes-valido
                     and ws-df-dia-valido
                     and ws-data-final >= ws-data-inicial
               display "Informe a data final (AAAAMMDD): "
                   with no advancing
               accept ws-data-final
           end-perform

           accept ws-data-hoje from date yyyymmdd

           move 1 to ws-ind-evento
           perform until ws-ind-evento > 6
               move zeros to ws-te-qtd(ws-ind-evento)
               add 1 to ws-ind-evento
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - eventos do periodo na ordem do log,
      *>  resumo por evento e a situacao atual dos operadores.
      *>------------------------------------------------------------------------
       processamento section.

           open output relAcessos

           if ws-fs-relAcessos <> 00 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-relAcessos                      to ws-msn-erro-cod
               move "Erro ao abrir relatorioAcessos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-inicial to ws-lt-inicial
           move ws-data-final   to ws-lt-final
           move ws-lin-titulo to rel-linha
           perform grava-linha-relatorio
           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cabecalho to rel-linha
           perform grava-linha-relatorio

           perform lista-acessos

           if ws-qtd-eventos = zeros then
               move ws-lin-nada to rel-linha
               perform grava-linha-relatorio
           else
               move ws-lin-branco to rel-linha
               perform grava-linha-relatorio

               move 1 to ws-ind-evento
               perform until ws-ind-evento > 6
                   move ws-nome-evento(ws-ind-evento) to ws-lr-evento
                   move ws-te-qtd(ws-ind-evento)      to ws-lr-qtd
                   move ws-lin-resumo to rel-linha
                   perform grava-linha-relatorio
                   add 1 to ws-ind-evento
               end-perform

               move ws-qtd-eventos to ws-lt-qtd
               move ws-lin-total to rel-linha
               perform grava-linha-relatorio
           end-if

           move ws-lin-branco to rel-linha
           perform grava-linha-relatorio
           move ws-lin-tit-operadores to rel-linha
           perform grava-linha-relatorio
           move ws-lin-cab-operadores to rel-linha
           perform grava-linha-relatorio

           perform lista-operadores

           move ws-qtd-operadores to ws-lto-qtd
           move ws-qtd-bloqueados to ws-lto-bloqueados
           move ws-lin-total-oper to rel-linha
           perform grava-linha-relatorio

           close relAcessos

           if ws-fs-relAcessos <> 00 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-relAcessos                      to ws-msn-erro-cod
               move "Erro ao fechar relatorioAcessos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Relatorio de acessos gerado em relatorioAcessos.txt."
           display "Eventos listados: " ws-qtd-eventos
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os eventos do periodo - arqAcessos.txt ainda nao existir
      *>  eh nenhum acesso registrado.
      *>------------------------------------------------------------------------
       lista-acessos section.

           open input arqAcessos

           if ws-fs-arqAcessos <> 35 then

               if ws-fs-arqAcessos <> 00 then
                   move 3                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAcessos                  to ws-msn-erro-cod
                   move "Erro ao abrir arqAcessos.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAcessos = 10
                   read arqAcessos

                   if ws-fs-arqAcessos <> 00 and ws-fs-arqAcessos <> 10 then
                       move 4                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAcessos                  to ws-msn-erro-cod
                       move "Erro ao ler arqAcessos.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAcessos = 00
                     and acs-data >= ws-data-inicial
                     and acs-data <= ws-data-final then
                       perform grava-acesso
                   end-if
               end-perform

               close arqAcessos
           end-if
           .
       lista-acessos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do evento lido em acs-reg e soma no total dele.
      *>------------------------------------------------------------------------
       grava-acesso section.

           evaluate true
               when acs-sucesso
                   move 1 to ws-ind-evento
               when acs-falha
                   move 2 to ws-ind-evento
               when acs-bloqueio
                   move 3 to ws-ind-evento
               when acs-recusado
                   move 4 to ws-ind-evento
               when acs-desbloqueio
                   move 5 to ws-ind-evento
               when other
                   move 6 to ws-ind-evento
           end-evaluate

           move acs-hora to ws-hora-acesso

           move acs-data      to ws-ld-data
           move ws-ha-hora    to ws-ld-hora
           move ws-ha-minuto  to ws-ld-minuto
           move ws-ha-segundo to ws-ld-segundo
           move acs-usuario   to ws-ld-usuario
           move acs-evento    to ws-ld-evento
           move acs-obs       to ws-ld-obs
           move ws-lin-detalhe to rel-linha
           perform grava-linha-relatorio

           add 1 to ws-te-qtd(ws-ind-evento)
           add 1 to ws-qtd-eventos
           .
       grava-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista a situacao de cada operador do arqOperadores.txt - linha
      *>  ainda com a senha em texto aberto (sem resumo) aparece como
      *>  pendente de conversao, que o menu faz na proxima execucao.
      *>------------------------------------------------------------------------
       lista-operadores section.

           open input arqOperadores

           if ws-fs-arqOperadores <> 35 then

               if ws-fs-arqOperadores <> 00 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                 to ws-msn-erro-cod
                   move "Erro ao abrir arqOperadores.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqOperadores = 10
                   read arqOperadores

                   if ws-fs-arqOperadores <> 00 and ws-fs-arqOperadores <> 10 then
                       move 6                                   to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                 to ws-msn-erro-cod
                       move "Erro ao ler arqOperadores.txt."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqOperadores = 00 then
                       perform grava-operador
                   end-if
               end-perform

               close arqOperadores
           end-if
           .
       lista-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do operador lido em ope-reg.
      *>------------------------------------------------------------------------
       grava-operador section.

           move ope-usuario to ws-lo-usuario
           move ope-perfil  to ws-lo-perfil
           move spaces      to ws-lo-pendencia

           if ope-bloqueado then
               move "BLOQUEADO" to ws-lo-situacao
               add 1 to ws-qtd-bloqueados
           else
               move "ATIVO"     to ws-lo-situacao
           end-if

           if ope-tentativas is numeric then
               move ope-tentativas to ws-lo-tentativas
           else
               move zeros          to ws-lo-tentativas
           end-if

           if ope-data-senha is numeric then
               move ope-data-senha to ws-data-senha
           else
               move zeros          to ws-data-senha
           end-if
           move ws-data-senha to ws-lo-data-senha

           evaluate true
               when ope-hash-senha is not numeric
                   move "SENHA ABERTA - CONVERTER" to ws-lo-pendencia
               when ws-data-senha = zeros
                   move "TROCA NA PROXIMA ENTRADA" to ws-lo-pendencia
               when other
                   compute ws-dias-senha = (ws-dh-ano - ws-ds-ano) * 360
                                         + (ws-dh-mes - ws-ds-mes) * 30
                                         + (ws-dh-dia - ws-ds-dia)
                   if ws-dias-senha > ws-dias-validade-senha then
                       move "SENHA VENCIDA" to ws-lo-pendencia
                   end-if
           end-evaluate

           move ws-lin-operador to rel-linha
           perform grava-linha-relatorio

           add 1 to ws-qtd-operadores
           .
       grava-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava rel-linha no relatorio.
      *>------------------------------------------------------------------------
       grava-linha-relatorio section.

           write rel-linha

           if ws-fs-relAcessos <> 00 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-relAcessos                       to ws-msn-erro-cod
               move "Erro ao gravar relatorioAcessos.txt." to ws-msn-erro-text
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
