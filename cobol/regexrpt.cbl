           move zero to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           .

           move zero to rst-rc
           move ws-run-id to rst-run-id
           move zero to rst-parked
           move spaces to rst-scan-from rst-scan-to
           move space to rst-sample-flag
           write run-stat-record
           .

