01 OutboxEntry.
    05 OutboxMessageId pic x(20) value spaces.
    05 OutboxAuthCode pic x(6) value spaces.
    05 OutboxChannel pic x value "E".
        88 OutboxByEmail value "E".
        88 OutboxByPost value "P".
        88 OutboxBySMS value "S".
    05 OutboxAddress pic x(40) value spaces.
    05 OutboxKind pic x(12) value spaces.
    05 OutboxWrittenDate pic x(8) value spaces.
    05 OutboxLetterFile pic x(40) value spaces.
