identification division.
program-id. InKindRegister.

environment division.
    configuration section.
        repository.
            function all intrinsic.

input-output section.
file-control.
    select optional InKindFile assign to InKindFileName
        organization is line sequential.

    select optional InKindHoldFile assign to InKindHoldFileName
        organization is line sequential.

    select optional StoresFile assign to StoresFileName
        organization is line sequential.

    select optional StoresHoldFile assign to StoresHoldFileName
        organization is line sequential.

    select optional EquipmentFile assign to EquipmentFileName
        organization is line sequential.

    select optional MerchStockFile assign to MerchStockFileName
        organization is line sequential.

    select optional MerchStockHoldFile assign to MerchStockHoldFileName
        organization is line sequential.

    select LetterFile assign to LetterFileName
        organization is line sequential.

    select optional OutboxFile assign to OutboxFileName
        organization is line sequential.

data division.
file section.
    fd InKindFile.
        copy DD-InKind replacing InKindDonation by
            ==InKindRecord.
            88 EndOfInKindFile value high-values==.

    fd InKindHoldFile.
        copy DD-InKind replacing InKindDonation by
            ==InKindHoldRecord==.

    fd StoresFile.
        copy DD-Ingredient replacing Ingredient by
            ==StoresRecord.
            88 EndOfStoresFile value high-values==.

    fd StoresHoldFile.
        copy DD-Ingredient replacing Ingredient by
            ==StoresHoldRecord==.

    fd EquipmentFile.
        copy DD-Equipment replacing EquipmentItem by
            ==EquipmentRecord==.

    fd MerchStockFile.
        copy DD-MerchStock replacing MerchStock by
            ==MerchStockRecord.
            88 EndOfMerchStockFile value high-values==.

    fd MerchStockHoldFile.
        copy DD-MerchStock replacing MerchStock by
            ==MerchStockHoldRecord==.

    fd LetterFile.
        01 LetterLine pic x(100).

    fd OutboxFile.
        copy DD-Outbox replacing OutboxEntry by ==OutboxRecord==.

working-storage section.
    01 InKindFileName pic x(20) value "in-kind.dat".
    01 InKindHoldFileName pic x(20) value "in-kind.tmp".
    01 StoresFileName pic x(20) value "kitchen-stores.dat".
    01 StoresHoldFileName pic x(20) value "kitchen-stores.tmp".
    01 EquipmentFileName pic x(20) value "equipment.dat".
    01 MerchStockFileName pic x(20) value "merch-stock.dat".
    01 MerchStockHoldFileName pic x(20) value "merch-stock.tmp".
    01 LetterFileName pic x(40) value spaces.
    01 OutboxFileName pic x(20) value "outbox.dat".
    01 ThanksTemplateFileName pic x(40) value "inkind-thanks-template.txt".
    01 CommandLineArgumentCount pic 9 value zero.
    01 InKindOption pic x(10) value spaces.
    01 TodaysDate pic x(8) value spaces.

    copy DD-InKind replacing InKindDonation by ==InKindWork==.
    copy DD-ChartOfAccounts.
    copy DD-LedgerPosting.
    copy DD-LetterTemplate.
    01 TemplateLineNumber pic 99 value zero.
    01 WorkLine pic x(100) value spaces.
    01 ChannelFolder pic x(5) value spaces.

    01 EntriesOnFile pic 9(4) value zero.
    01 EntryText pic x(15) value spaces.
    01 SizeEntry pic x(4) value spaces.
    01 WholeQuantity pic 9(5) value zero.
    01 ItemsToAdd pic 99 value zero.
    01 ItemScan pic 99 value zero.
    01 StockLineFoundFlag pic 9 value 0.
        88 StockLineFound value 1 when set to false is 0.
    01 ThanksWrittenFlag pic 9 value 0.
        88 ThanksWereWritten value 1 when set to false is 0.
    01 LettersWritten pic 999 value zero.
    01 LettersNoAddress pic 999 value zero.

    01 QuantityDisplay pic zzzz9.99.
    01 WholeQuantityDisplay pic zzzz9.
    01 ValueDisplay pic zzzz9.
    01 ItemWording pic x(60) value spaces.
    01 TermsWording pic x(12) value spaces.
    01 DateWording pic x(10) value spaces.

    01 InKindTotals.
        05 TotalGiven pic 9(7) value zero.
        05 TotalLent pic 9(7) value zero.
        05 TotalToKitchen pic 9(7) value zero.
        05 TotalToEquipment pic 9(7) value zero.
        05 TotalToMerch pic 9(7) value zero.
        05 TotalNotStocked pic 9(7) value zero.
        05 TotalInKind pic 9(7) value zero.
        05 NotYetThanked pic 9(4) value zero.
    01 DestinationWording pic x(14) value spaces.

procedure division.
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than zero
        accept InKindOption from argument-value
    end-if
    accept TodaysDate from date yyyymmdd

    evaluate InKindOption
        when "--add"
            perform AddInKindEntry
        when "--thanks"
            perform ThankDonors
        when "--report"
        when spaces
            perform ShowInKindRegister
        when other
            display "Usage: InKindRegister --add"
            display "       InKindRegister --thanks"
            display "       InKindRegister --report"
    end-evaluate
    stop run.

AddInKindEntry section.
*> ids run on from the entries already held, as the grant register's do
    move zero to EntriesOnFile
    open input InKindFile
        read InKindFile
            at end set EndOfInKindFile to true
        end-read
        perform until EndOfInKindFile
            add 1 to EntriesOnFile
            read InKindFile
                at end set EndOfInKindFile to true
            end-read
        end-perform
    close InKindFile

    initialize InKindWork
    add 1 to EntriesOnFile
    string "IK" EntriesOnFile delimited by size into InKindId of InKindWork

    display "Donor name:"
    accept InKindDonor of InKindWork
    display "Donor's AuthCode if they are booked with us (blank if not):"
    accept InKindDonorAuthCode of InKindWork
    move upper-case(InKindDonorAuthCode of InKindWork)
        to InKindDonorAuthCode of InKindWork
    display "Donor's email for the thank-you (blank to post it):"
    accept InKindDonorEmail of InKindWork
    if InKindDonorEmail of InKindWork equal to spaces
        display "Donor's postal address:"
        accept InKindDonorAddress of InKindWork
    end-if
    display "Language for the letter (EN, ES ... blank for English):"
    accept InKindDonorLanguage of InKindWork
    move upper-case(InKindDonorLanguage of InKindWork)
        to InKindDonorLanguage of InKindWork
    display "Date received (YYYYMMDD, blank for today):"
    accept InKindDate of InKindWork
    if InKindDate of InKindWork equal to spaces
        move TodaysDate to InKindDate of InKindWork
    end-if
    display "Item (as it should appear in stock):"
    accept InKindItem of InKindWork
    display "Quantity:"
    move spaces to EntryText
    accept EntryText
    if EntryText equal to spaces or test-numval(EntryText) not equal to zero
        move 1 to InKindQuantity of InKindWork
    else
        compute InKindQuantity of InKindWork = numval(EntryText)
    end-if
    display "Unit (kg, litres ... blank for items):"
    accept InKindUnit of InKindWork
    display "Estimated value in whole pounds:"
    move spaces to EntryText
    accept EntryText
    if EntryText not equal to spaces and test-numval(EntryText) equal to zero
        compute InKindValue of InKindWork rounded = numval(EntryText)
    end-if

    move space to InKindTerms of InKindWork
    perform until InKindTermsValid of InKindWork
        display "(G)ift or (L)oan:"
        accept InKindTerms of InKindWork
        move upper-case(InKindTerms of InKindWork) to InKindTerms of InKindWork
    end-perform
    move space to InKindDestination of InKindWork
    perform until InKindDestinationValid of InKindWork
        display "Goes into (K)itchen stores, (E)quipment, (M)erch stock"
            " or (N)ot stocked:"
        accept InKindDestination of InKindWork
        move upper-case(InKindDestination of InKindWork)
            to InKindDestination of InKindWork
    end-perform

    evaluate true
        when InKindToKitchenStores of InKindWork
            perform BookIntoKitchenStores
        when InKindToEquipment of InKindWork
            perform BookIntoEquipment
        when InKindToMerchStock of InKindWork
            perform BookIntoMerchStock
    end-evaluate

    open extend InKindFile
    move InKindWork to InKindRecord
    write InKindRecord
    close InKindFile
    perform PostInKindToLedger
    display "In-kind " InKindId of InKindWork " from "
        trim(InKindDonor of InKindWork) " registered"

*> the thank-you goes out with the entry rather than waiting for the
*> next --thanks run, so nobody is forgotten in a busy week
    perform ThankDonors
.

BookIntoKitchenStores section.
*> food for the kitchen goes on top of the same ingredient when we
*> already stock it, so procurement orders that much less
    move InKindItem of InKindWork to InKindStockKey of InKindWork
    set StockLineFound to false
    open input StoresFile
    open output StoresHoldFile
        read StoresFile
            at end set EndOfStoresFile to true
        end-read
        perform until EndOfStoresFile
            if upper-case(IngredientName of StoresRecord)
                    equal to upper-case(InKindItem of InKindWork)
                    and not StockLineFound
                set StockLineFound to true
                add InKindQuantity of InKindWork
                    to QuantityInStores of StoresRecord
                move IngredientName of StoresRecord to InKindStockKey of InKindWork
            end-if
            move StoresRecord to StoresHoldRecord
            write StoresHoldRecord
            read StoresFile
                at end set EndOfStoresFile to true
            end-read
        end-perform
        if not StockLineFound
            initialize StoresHoldRecord
            move InKindItem of InKindWork to IngredientName of StoresHoldRecord
            move InKindUnit of InKindWork to IngredientUnit of StoresHoldRecord
            move InKindQuantity of InKindWork
                to QuantityInStores of StoresHoldRecord
            move "DONATED" to IngredientSupplier of StoresHoldRecord
            if InKindQuantity of InKindWork is greater than zero
                compute IngredientUnitCost of StoresHoldRecord rounded =
                    InKindValue of InKindWork / InKindQuantity of InKindWork
                    on size error
                        move 999.99 to IngredientUnitCost of StoresHoldRecord
                end-compute
            end-if
            write StoresHoldRecord
        end-if
    close StoresFile
    close StoresHoldFile
    call "C$COPY" using StoresHoldFileName, StoresFileName, 0
    call "SYSTEM" using "rm -f kitchen-stores.tmp"
    if StockLineFound
        display "Added to " trim(InKindStockKey of InKindWork)
            " in the kitchen stores"
    else
        display "New ingredient " trim(InKindItem of InKindWork)
            " in the kitchen stores - it is untagged until its allergens"
            " are set in AllergenMatrix"
    end-if
.

BookIntoEquipment section.
*> each piece gets its own id so it can be hired out and checked back
*> like the rest - the in-kind id with a running number behind it
    move InKindQuantity of InKindWork to WholeQuantity
    if WholeQuantity equal to zero
        move 1 to WholeQuantity
    end-if
    if WholeQuantity is greater than 99
        move 99 to ItemsToAdd
        display "Only the first 99 pieces are given equipment ids"
    else
        move WholeQuantity to ItemsToAdd
    end-if
    open extend EquipmentFile
    perform varying ItemScan from 1 by 1 until ItemScan is greater than ItemsToAdd
        initialize EquipmentRecord
        string InKindId of InKindWork ItemScan delimited by size
            into EquipmentId of EquipmentRecord
        move InKindItem of InKindWork to EquipmentDescription of EquipmentRecord
        write EquipmentRecord
        if ItemScan equal to 1
            move EquipmentId of EquipmentRecord to InKindStockKey of InKindWork
        end-if
    end-perform
    close EquipmentFile
    display ItemsToAdd " added to the equipment list from "
        trim(InKindStockKey of InKindWork)
        " - hire price and deposit start at nothing"
.

BookIntoMerchStock section.
    display "Size (as on the merch stock list):"
    move spaces to SizeEntry
    accept SizeEntry
    move upper-case(SizeEntry) to SizeEntry
    move SizeEntry to InKindStockKey of InKindWork
    move InKindQuantity of InKindWork to WholeQuantity
    set StockLineFound to false
    open input MerchStockFile
    open output MerchStockHoldFile
        read MerchStockFile
            at end set EndOfMerchStockFile to true
        end-read
        perform until EndOfMerchStockFile
            if StockSize of MerchStockRecord equal to SizeEntry
                set StockLineFound to true
                add WholeQuantity to QuantityOnHand of MerchStockRecord
                    on size error
                        move 9999 to QuantityOnHand of MerchStockRecord
                end-add
            end-if
            move MerchStockRecord to MerchStockHoldRecord
            write MerchStockHoldRecord
            read MerchStockFile
                at end set EndOfMerchStockFile to true
            end-read
        end-perform
        if not StockLineFound
            initialize MerchStockHoldRecord
            move SizeEntry to StockSize of MerchStockHoldRecord
            move WholeQuantity to QuantityOnHand of MerchStockHoldRecord
            write MerchStockHoldRecord
        end-if
    close MerchStockFile
    close MerchStockHoldFile
    call "C$COPY" using MerchStockHoldFileName, MerchStockFileName, 0
    call "SYSTEM" using "rm -f merch-stock.tmp"
    display WholeQuantity " added to merch stock size " SizeEntry
.

PostInKindToLedger section.
*> nothing reaches the bank, so both sides are booked at once - the
*> gift as income and its use as a cost - which leaves the surplus as
*> it was but shows the true size of the camp's spending
    if InKindValue of InKindWork equal to zero
        exit section
    end-if
    initialize LedgerPostingDetails
    move InKindDate of InKindWork to LedgerPostingDate
    move AccountInKindUsed to LedgerDebitAccount
    move AccountInKindDonations to LedgerCreditAccount
    move InKindValue of InKindWork to LedgerPostingAmount
    move InKindId of InKindWork to LedgerPostingReference
    move "INKIND" to LedgerPostingSource
    move InKindDonor of InKindWork to LedgerPostingNarrative
    call "PostLedger" using LedgerPosting
.

ThankDonors section.
    move ThanksTemplateFileName to LetterTemplateBaseName
    move spaces to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    if LetterTemplateLineCount equal to zero
        display "Template " trim(ThanksTemplateFileName)
            " is missing or empty - no thank-you letters produced"
        exit section
    end-if
    call "SYSTEM" using "mkdir -p letters/email letters/post"
    move zero to LettersWritten
    move zero to LettersNoAddress
    set ThanksWereWritten to false
    open extend OutboxFile
    open input InKindFile
    open output InKindHoldFile
        read InKindFile
            at end set EndOfInKindFile to true
        end-read
        perform until EndOfInKindFile
            if InKindThankedDate of InKindRecord equal to spaces
                move InKindRecord to InKindWork
                perform WriteThankYouLetter
                move InKindWork to InKindRecord
            end-if
            move InKindRecord to InKindHoldRecord
            write InKindHoldRecord
            read InKindFile
                at end set EndOfInKindFile to true
            end-read
        end-perform
    close InKindFile
    close InKindHoldFile
    close OutboxFile
    if ThanksWereWritten
        call "C$COPY" using InKindHoldFileName, InKindFileName, 0
    end-if
    call "SYSTEM" using "rm -f in-kind.tmp"
    display "Thank-you letters written: " LettersWritten
        " (under letters/)"
    if LettersNoAddress is greater than zero
        display "No email or postal address - thank in person: "
            LettersNoAddress
    end-if
    call "ReportMissingTranslations"
.

WriteThankYouLetter section.
    evaluate true
        when InKindDonorEmail of InKindWork not equal to spaces
            move "email" to ChannelFolder
        when InKindDonorAddress of InKindWork not equal to spaces
            move "post" to ChannelFolder
        when other
            add 1 to LettersNoAddress
            display "  " InKindId of InKindWork " "
                trim(InKindDonor of InKindWork) " has no address"
            exit section
    end-evaluate

    move spaces to LetterFileName
    string "letters/" delimited by size
        trim(ChannelFolder) delimited by size
        "/inkind-thanks-" delimited by size
        InKindId of InKindWork delimited by size
        ".txt" delimited by size
        into LetterFileName
    end-string

    move InKindDonorLanguage of InKindWork to LetterTemplateLanguage
    call "LetterTemplates" using LetterTemplate
    perform BuildLetterWording
    open output LetterFile
    perform varying TemplateLineNumber from 1 by 1
        until TemplateLineNumber is greater than LetterTemplateLineCount
        move LetterTemplateText(TemplateLineNumber) to WorkLine
        move substitute(WorkLine, "{NAME}", trim(InKindDonor of InKindWork)) to WorkLine
        move substitute(WorkLine, "{DATE}", trim(DateWording)) to WorkLine
        move substitute(WorkLine, "{TERMS}", trim(TermsWording)) to WorkLine
        move substitute(WorkLine, "{ITEM}", trim(ItemWording)) to WorkLine
        move substitute(WorkLine, "{VALUE}", trim(ValueDisplay)) to WorkLine
        move substitute(WorkLine, "{REFERENCE}", InKindId of InKindWork) to WorkLine
        move WorkLine to LetterLine
        write LetterLine
    end-perform
    close LetterFile
    perform AppendOutboxEntry
    move TodaysDate to InKindThankedDate of InKindWork
    set ThanksWereWritten to true
    add 1 to LettersWritten
.

BuildLetterWording section.
*> the wording that changes with the gift, in the language the
*> template was found in
    move spaces to DateWording
    string InKindDate of InKindWork(7:2) "/" InKindDate of InKindWork(5:2)
        "/" InKindDate of InKindWork(1:4) delimited by size into DateWording
    evaluate true
        when LetterTemplateLanguageUsed equal to "ES" and InKindIsLoan of InKindWork
            move "prestaste" to TermsWording
        when LetterTemplateLanguageUsed equal to "ES"
            move "diste" to TermsWording
        when InKindIsLoan of InKindWork
            move "lent us" to TermsWording
        when other
            move "gave us" to TermsWording
    end-evaluate
    move InKindValue of InKindWork to ValueDisplay
    move InKindQuantity of InKindWork to WholeQuantity
    move spaces to ItemWording
    if WholeQuantity equal to InKindQuantity of InKindWork
        move WholeQuantity to WholeQuantityDisplay
        string trim(WholeQuantityDisplay) " " delimited by size
            trim(InKindUnit of InKindWork) delimited by size
            into ItemWording
        end-string
    else
        move InKindQuantity of InKindWork to QuantityDisplay
        string trim(QuantityDisplay) " " delimited by size
            trim(InKindUnit of InKindWork) delimited by size
            into ItemWording
        end-string
    end-if
    move spaces to WorkLine
    string trim(ItemWording) " " delimited by size
        trim(InKindItem of InKindWork) delimited by size
        into WorkLine
    end-string
    move WorkLine to ItemWording
.

AppendOutboxEntry section.
*> one line per message in the shared outbox - the message id carries
*> the in-kind id, as the donor may not have an AuthCode at all
    initialize OutboxRecord
    string "THNK-" InKindId of InKindWork "-" TodaysDate
        delimited by size into OutboxMessageId of OutboxRecord
    move InKindDonorAuthCode of InKindWork to OutboxAuthCode of OutboxRecord
    if ChannelFolder equal to "post"
        set OutboxByPost of OutboxRecord to true
        move InKindDonorAddress of InKindWork to OutboxAddress of OutboxRecord
    else
        set OutboxByEmail of OutboxRecord to true
        move InKindDonorEmail of InKindWork to OutboxAddress of OutboxRecord
    end-if
    move "THANKS" to OutboxKind of OutboxRecord
    move TodaysDate to OutboxWrittenDate of OutboxRecord
    move LetterFileName to OutboxLetterFile of OutboxRecord
    write OutboxRecord
.

ShowInKindRegister section.
    display "In-kind register - goods given or lent"
    display "======================================"
    display "Id     Date     Donor                          Item"
        "                      Value  G/L  Into"
    initialize InKindTotals
    move zero to EntriesOnFile
    open input InKindFile
        read InKindFile
            at end set EndOfInKindFile to true
        end-read
        perform until EndOfInKindFile
            add 1 to EntriesOnFile
            move InKindRecord to InKindWork
            perform ShowInKindEntry
            read InKindFile
                at end set EndOfInKindFile to true
            end-read
        end-perform
    close InKindFile
    if EntriesOnFile equal to zero
        display "  (nothing on the register)"
        exit section
    end-if

    display spaces
    move TotalGiven to ValueDisplay
    display "Given:                " ValueDisplay
    move TotalLent to ValueDisplay
    display "Lent:                 " ValueDisplay
    move TotalInKind to ValueDisplay
    display "Total in kind:        " ValueDisplay
    display spaces
    move TotalToKitchen to ValueDisplay
    display "  into kitchen stores " ValueDisplay
    move TotalToEquipment to ValueDisplay
    display "  into equipment      " ValueDisplay
    move TotalToMerch to ValueDisplay
    display "  into merch stock    " ValueDisplay
    move TotalNotStocked to ValueDisplay
    display "  not stocked         " ValueDisplay
    if NotYetThanked is greater than zero
        display spaces
        display "Not yet thanked: " NotYetThanked
            " - run InKindRegister --thanks"
    end-if
.

ShowInKindEntry section.
    evaluate true
        when InKindToKitchenStores of InKindWork
            move "kitchen" to DestinationWording
            add InKindValue of InKindWork to TotalToKitchen
        when InKindToEquipment of InKindWork
            move "equipment" to DestinationWording
            add InKindValue of InKindWork to TotalToEquipment
        when InKindToMerchStock of InKindWork
            move "merch" to DestinationWording
            add InKindValue of InKindWork to TotalToMerch
        when other
            move "not stocked" to DestinationWording
            add InKindValue of InKindWork to TotalNotStocked
    end-evaluate
    if InKindIsLoan of InKindWork
        add InKindValue of InKindWork to TotalLent
    else
        add InKindValue of InKindWork to TotalGiven
    end-if
    add InKindValue of InKindWork to TotalInKind
    if InKindThankedDate of InKindWork equal to spaces
        add 1 to NotYetThanked
    end-if
    move InKindValue of InKindWork to ValueDisplay
    display InKindId of InKindWork " " InKindDate of InKindWork " "
        InKindDonor of InKindWork " " InKindItem of InKindWork " "
        ValueDisplay "   " InKindTerms of InKindWork "   "
        trim(DestinationWording)
.

end program InKindRegister.
