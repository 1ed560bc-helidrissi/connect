       COPY "dsclient-messages.wrk".
       COPY "dsclient-internal.wrk".
       COPY "dsclient-server-config.wrk".
151026 COPY "dsblock.wrk".
151026 COPY "dssecu.wrk".
151026 COPY "dslink.wrk".
      * Nécessaire seulement pour PROCESS-ID, LK-USERPROC-PROCESS-ID !
      * (qui viennent du showmsg.cpy personalisé)
       copy "../copy/cobcap.wrk".
