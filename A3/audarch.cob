        02 lockProgram pic x(10).

fd auditLogFile.
    01 auditRecord pic x(400).

fd archiveFile.
    01 archiveRecord pic x(400).

fd newLogFile.
    01 newLogRecord pic x(400).

working-storage section.

