                           WHEN 'MIGDUP'
                           WHEN 'MIGRMETR'
                           WHEN 'MIGWORK'
                           WHEN 'CONVPART'
                               SUBTRACT 1
                                 FROM ENV-NAMES-OVERRIDDEN
                           WHEN OTHER
